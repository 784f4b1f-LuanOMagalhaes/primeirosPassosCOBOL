      * CAPACIDADE DE CADA UMA (TURMAS.DAT). A MATRICULA SO ENTRA SE
      * O ALUNO EXISTIR EM ALUNOS.DAT, SE A TURMA ESTIVER DEFINIDA E
      * SE AINDA HOUVER VAGA NA CAPACIDADE; O NOTAS-TURMA REJEITA
      * NOTA DE ALUNO SEM MATRICULA NA TURMA. MANTEM TAMBEM A TABELA
      * DE PROGRESSAO DAS TURMAS (PROGRESSAO.DAT: TURMA DO NIVEL
      * SEGUINTE PARA O APROVADO E TURMA EQUIVALENTE DO MESMO NIVEL
      * PARA O REPROVADO), USADA PELO PROMOVE-ALUNOS NA REMATRICULA
      * CADA MODO SO RODA PARA QUEM A MATRIZ DE PERMISSOES
      * (PERMISSOES.DAT) AUTORIZA: O OPERADOR SE IDENTIFICA COM
      * USUARIO E SENHA E A TENTATIVA NEGADA FICA NO AUDITORIA.LOG
      * DATA = 03/09/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS MST-ID
               FILE STATUS IS WRK-FS-ALUNOS.

           SELECT ARQ-PROGRESSAO ASSIGN TO 'PROGRESSAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRG-TURMA
               FILE STATUS IS WRK-FS-PROGRESSAO.

      * TRAVA DA JANELA DE LOTE: COM O MARCADOR DE LOTELOCK.DAT
      * ATIVO, A MANUTENCAO NAO ABRE OS ARQUIVOS PARA ATUALIZACAO
           SELECT ARQ-TRAVA ASSIGN TO 'LOTELOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRAVA.

           SELECT ARQ-USUARIOS ASSIGN TO 'USERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-USUARIO
               FILE STATUS IS WRK-FS-USUARIOS.

           SELECT ARQ-DELEGACOES ASSIGN TO 'DELEGACOES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEL-USUARIO
               FILE STATUS IS WRK-FS-DELEGACOES.

           SELECT ARQ-AUDITORIA ASSIGN TO 'AUDITORIA.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.

           SELECT ARQ-PERMISSOES ASSIGN TO 'PERMISSOES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERMISSOES.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MATRICULAS.
           05 MST-CURSO         PIC X(15).
           05 MST-SITUACAO      PIC X(01).

       FD  ARQ-PROGRESSAO.
       01  REG-PROGRESSAO.
           05 PRG-TURMA         PIC X(05).
           05 PRG-PROXIMA       PIC X(05).
           05 PRG-REPETENCIA    PIC X(05).

       FD  ARQ-TRAVA
           RECORDING MODE IS F.
       01  REG-TRAVA          PIC X(29).

       FD  ARQ-USUARIOS.
       01  REG-USUARIO.
           05 USR-USUARIO       PIC X(20).
           05 USR-NIVEL         PIC 9(02).
           05 USR-SENHA         PIC X(10).
           05 USR-DT-TROCA      PIC 9(08).
           05 USR-TENTATIVAS    PIC 9(01).
           05 USR-BLOQUEADO     PIC X(01).
           05 USR-ULT-ACESSO    PIC 9(08).

       FD  ARQ-DELEGACOES.
       01  REG-DELEGACAO.
           05 DEL-USUARIO       PIC X(20).
           05 DEL-NIVEL         PIC 9(02).
           05 DEL-DATA-INI      PIC 9(08).
           05 DEL-DATA-FIM      PIC 9(08).
           05 DEL-GRANTOR       PIC X(20).
           05 DEL-MOTIVO        PIC X(30).

       FD  ARQ-AUDITORIA
           RECORDING MODE IS F.
       01  REG-AUDITORIA        PIC X(96).

       FD  ARQ-PERMISSOES
           RECORDING MODE IS F.
       01  REG-PERMISSAO        PIC X(75).

       WORKING-STORAGE SECTION.
       77 WRK-FS-USUARIOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-DELEGACOES PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITORIA PIC X(02) VALUE ZEROS.
       77 WRK-FS-PERMISSOES PIC X(02) VALUE ZEROS.
       77 WRK-FS-MATRICULAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-TURMAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-ALUNOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-PROGRESSAO PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRAVA PIC X(02) VALUE ZEROS.

       COPY TRAVALOTE.
         88 MODO-EXCLUIR    VALUE 'E'.
         88 MODO-LISTAR     VALUE 'L'.
         88 MODO-TURMA      VALUE 'T'.
         88 MODO-PROGRESSAO VALUE 'P'.

       77 WRK-ID PIC X(10) VALUE SPACES.
       77 WRK-TURMA PIC X(05) VALUE SPACES.
       77 WRK-PERIODO REDEFINES WRK-PERIODO-X PIC 9(04).
       77 WRK-CAPAC-X PIC X(03) VALUE SPACES.
       77 WRK-CAPAC REDEFINES WRK-CAPAC-X PIC 9(03).
       77 WRK-TURMA-PROXIMA PIC X(05) VALUE SPACES.
       77 WRK-TURMA-REPETENCIA PIC X(05) VALUE SPACES.

       77 WRK-FLAG-ALUNO PIC X(01) VALUE 'N'.
         88 ALUNO-VALIDO VALUE 'S'.
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

       COPY SENHA.

       COPY AUDSEG.

       COPY PERMISSAO.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           DISPLAY 'MODO (M=MATRICULAR, E=EXCLUIR MATRICULA,'
           DISPLAY '      L=LISTAR, T=DEFINIR TURMA/CAPACIDADE,'
           DISPLAY '      P=DEFINIR PROGRESSAO DA TURMA)'
           ACCEPT WRK-MODO FROM CONSOLE.

      * SO SEGUE QUEM A MATRIZ DE PERMISSOES AUTORIZA NESTE MODO
      * (USUARIO E SENHA EM USERS.DAT, RECUSA NO AUDITORIA.LOG)
           PERFORM 9519-REINICIAR-PERMISSOES.
           MOVE 'CADASTRO-MATRICULAS' TO WRK-PM-PROGRAMA.
           MOVE WRK-MODO TO WRK-PM-MODO.
           PERFORM 9535-AUTORIZAR-OPERACAO.
           IF NOT PERMISSAO-CONCEDIDA
               GOBACK
           END-IF.

      * A JANELA DO LOTE TRAVA OS MODOS DE ATUALIZACAO; A LISTAGEM
      * SEGUE LIVRE
           IF MODO-MATRICULAR OR MODO-EXCLUIR OR MODO-TURMA
               OR MODO-PROGRESSAO
               PERFORM 9550-CONFERIR-TRAVA
               IF TRAVA-ATIVA
                   DISPLAY 'JANELA DE LOTE EM USO POR '
                   PERFORM 0400-LISTAR-MATRICULAS
               WHEN MODO-TURMA
                   PERFORM 0500-DEFINIR-TURMA
               WHEN MODO-PROGRESSAO
                   PERFORM 0600-DEFINIR-PROGRESSAO
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO'
           END-EVALUATE.
           END-WRITE.
           CLOSE ARQ-TURMAS.

      * PROGRESSAO DA TURMA NA VIRADA DO PERIODO: O APROVADO VAI PARA
      * A TURMA DO NIVEL SEGUINTE E O REPROVADO PARA A TURMA
      * EQUIVALENTE DO MESMO NIVEL (PODE SER O PROPRIO CODIGO). A
      * TURMA DE DESTINO PRECISA TER CAPACIDADE DEFINIDA NO MODO T;
      * BRANCO NA PROXIMA DEIXA O APROVADO PARA ALOCACAO MANUAL
      * (ULTIMO NIVEL DO CURSO)
       0600-DEFINIR-PROGRESSAO.
           OPEN I-O ARQ-PROGRESSAO.
           IF WRK-FS-PROGRESSAO = '35'
               OPEN OUTPUT ARQ-PROGRESSAO
               CLOSE ARQ-PROGRESSAO
               OPEN I-O ARQ-PROGRESSAO
           END-IF.
           IF WRK-FS-PROGRESSAO NOT = '00'
               DISPLAY 'ERRO AO ABRIR PROGRESSAO.DAT - FS='
                   WRK-FS-PROGRESSAO
               GOBACK
           END-IF.

           DISPLAY 'CODIGO DA TURMA (5 POSICOES)'
           ACCEPT WRK-TURMA FROM CONSOLE.
           DISPLAY 'TURMA DO NIVEL SEGUINTE PARA O APROVADO'
           DISPLAY '(BRANCO=ULTIMO NIVEL, ALOCACAO MANUAL)'
           ACCEPT WRK-TURMA-PROXIMA FROM CONSOLE.
           DISPLAY 'TURMA DO MESMO NIVEL PARA O REPROVADO'
           DISPLAY '(BRANCO=A PROPRIA TURMA)'
           ACCEPT WRK-TURMA-REPETENCIA FROM CONSOLE.
           IF WRK-TURMA-REPETENCIA = SPACES
               MOVE WRK-TURMA TO WRK-TURMA-REPETENCIA
           END-IF.

           MOVE WRK-TURMA            TO PRG-TURMA.
           MOVE WRK-TURMA-PROXIMA    TO PRG-PROXIMA.
           MOVE WRK-TURMA-REPETENCIA TO PRG-REPETENCIA.
           WRITE REG-PROGRESSAO
               INVALID KEY
                   REWRITE REG-PROGRESSAO
                   DISPLAY 'PROGRESSAO DA TURMA ATUALIZADA'
               NOT INVALID KEY
                   DISPLAY 'PROGRESSAO DEFINIDA COM SUCESSO'
           END-WRITE.
           CLOSE ARQ-PROGRESSAO.

           COPY VERTRAVA.

           COPY CODSENHA.

           COPY GRAVAAUD.

           COPY VERPERM.
