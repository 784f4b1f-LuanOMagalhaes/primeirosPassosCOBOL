       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-PROFESSORES.
      ***************************
      * Área de comentários
      * OBJETIVO: MANTER O CADASTRO DE PROFESSORES (PROFESSORES.DAT,
      * COM O USUARIO DE USERS.DAT COM QUE CADA PROFESSOR ENTRA NO
      * SISTEMA) E A ATRIBUICAO DE AULAS (ATRIBUICOES.DAT: TURMA X
      * DISCIPLINA X PERIODO LETIVO -> PROFESSOR TITULAR, SUBSTITUTO
      * CADASTRADO E AULAS PREVISTAS). O DIARIO-CLASSE SO ACEITA A
      * AULA DO TITULAR OU DO SUBSTITUTO DA ATRIBUICAO E O
      * CARGA-DOCENTE CONFRONTA AS AULAS DADAS COM AS PREVISTAS
      * CADA MODO SO RODA PARA QUEM A MATRIZ DE PERMISSOES
      * (PERMISSOES.DAT) AUTORIZA: O OPERADOR SE IDENTIFICA COM
      * USUARIO E SENHA E A TENTATIVA NEGADA FICA NO AUDITORIA.LOG
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * O USUARIO E CHAVE ALTERNATIVA SEM DUPLICIDADE: UM LOGIN SO
      * IDENTIFICA UM PROFESSOR NO LANCAMENTO DO DIARIO
           SELECT ARQ-PROFESSORES ASSIGN TO 'PROFESSORES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CODIGO
               ALTERNATE RECORD KEY IS PRF-USUARIO
               FILE STATUS IS WRK-FS-PROFESSORES.

           SELECT ARQ-ATRIBUICOES ASSIGN TO 'ATRIBUICOES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-FS-ATRIBUICOES.

           SELECT ARQ-DISCIPLINAS ASSIGN TO 'DISCIPLINAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS WRK-FS-DISCIPLINAS.

           SELECT ARQ-USUARIOS ASSIGN TO 'USERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-USUARIO
               FILE STATUS IS WRK-FS-USUARIOS.

      * TRAVA DA JANELA DE LOTE: COM O MARCADOR DE LOTELOCK.DAT
      * ATIVO, A MANUTENCAO NAO ABRE OS ARQUIVOS PARA ATUALIZACAO
           SELECT ARQ-TRAVA ASSIGN TO 'LOTELOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRAVA.

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
       FD  ARQ-PROFESSORES.
       01  REG-PROFESSOR.
           05 PRF-CODIGO        PIC X(05).
           05 PRF-NOME          PIC X(30).
           05 PRF-USUARIO       PIC X(20).
           05 PRF-SITUACAO      PIC X(01).

       FD  ARQ-ATRIBUICOES.
       01  REG-ATRIBUICAO.
           05 ATR-CHAVE.
               10 ATR-TURMA       PIC X(05).
               10 ATR-DISCIPLINA  PIC X(03).
               10 ATR-PERIODO     PIC 9(04).
           05 ATR-PROFESSOR       PIC X(05).
           05 ATR-SUBSTITUTO      PIC X(05).
           05 ATR-AULAS-PREV      PIC 9(03).

       FD  ARQ-DISCIPLINAS.
       01  REG-DISCIPLINA.
           05 DIS-CODIGO        PIC X(03).
           05 DIS-NOME          PIC X(20).

       FD  ARQ-USUARIOS.
       01  REG-USUARIO.
           05 USR-USUARIO       PIC X(20).
           05 USR-NIVEL         PIC 9(02).
           05 USR-SENHA         PIC X(10).
           05 USR-DT-TROCA      PIC 9(08).
           05 USR-TENTATIVAS    PIC 9(01).
           05 USR-BLOQUEADO     PIC X(01).
           05 USR-ULT-ACESSO    PIC 9(08).

       FD  ARQ-TRAVA
           RECORDING MODE IS F.
       01  REG-TRAVA          PIC X(29).

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
       77 WRK-FS-DELEGACOES PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITORIA PIC X(02) VALUE ZEROS.
       77 WRK-FS-PERMISSOES PIC X(02) VALUE ZEROS.
       77 WRK-FS-PROFESSORES PIC X(02) VALUE ZEROS.
       77 WRK-FS-ATRIBUICOES PIC X(02) VALUE ZEROS.
       77 WRK-FS-DISCIPLINAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-USUARIOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRAVA PIC X(02) VALUE ZEROS.

       COPY TRAVALOTE.

       77 WRK-EOF-ARQUIVO PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO VALUE 'S'.

       77 WRK-MODO PIC X(01) VALUE SPACES.
         88 MODO-ADICIONAR  VALUE 'A'.
         88 MODO-ATUALIZAR  VALUE 'U'.
         88 MODO-LISTAR     VALUE 'L'.
         88 MODO-ATRIBUIR   VALUE 'T'.
         88 MODO-LISTAR-ATR VALUE 'R'.

       77 WRK-CODIGO PIC X(05) VALUE SPACES.
       77 WRK-NOME PIC X(30) VALUE SPACES.
       77 WRK-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-SITUACAO PIC X(01) VALUE SPACES.

       77 WRK-TURMA PIC X(05) VALUE SPACES.
       77 WRK-DISCIPLINA PIC X(03) VALUE SPACES.
       77 WRK-PERIODO-X PIC X(04) VALUE SPACES.
       77 WRK-PERIODO REDEFINES WRK-PERIODO-X PIC 9(04).
       77 WRK-PROFESSOR PIC X(05) VALUE SPACES.
       77 WRK-SUBSTITUTO PIC X(05) VALUE SPACES.
       77 WRK-AULAS-X PIC X(03) VALUE SPACES.
       77 WRK-AULAS REDEFINES WRK-AULAS-X PIC 9(03).

       77 WRK-FLAG-VALIDO PIC X(01) VALUE 'N'.
         88 CADASTRO-VALIDO VALUE 'S'.

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

       COPY SENHA.

       COPY AUDSEG.

       COPY PERMISSAO.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-ARQUIVO.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           DISPLAY 'MODO (A=ADICIONAR PROFESSOR, U=ATUALIZAR,'
           DISPLAY '      L=LISTAR PROFESSORES, T=ATRIBUIR TURMA/'
           DISPLAY '      DISCIPLINA, R=LISTAR ATRIBUICOES)'
           ACCEPT WRK-MODO FROM CONSOLE.

      * SO SEGUE QUEM A MATRIZ DE PERMISSOES AUTORIZA NESTE MODO
      * (USUARIO E SENHA EM USERS.DAT, RECUSA NO AUDITORIA.LOG)
           PERFORM 9519-REINICIAR-PERMISSOES.
           MOVE 'CADASTRO-PROFESSORES' TO WRK-PM-PROGRAMA.
           MOVE WRK-MODO TO WRK-PM-MODO.
           PERFORM 9535-AUTORIZAR-OPERACAO.
           IF NOT PERMISSAO-CONCEDIDA
               GOBACK
           END-IF.

      * A JANELA DO LOTE TRAVA OS MODOS DE ATUALIZACAO; AS LISTAGENS
      * SEGUEM LIVRES
           IF MODO-ADICIONAR OR MODO-ATUALIZAR OR MODO-ATRIBUIR
               PERFORM 9550-CONFERIR-TRAVA
               IF TRAVA-ATIVA
                   DISPLAY 'JANELA DE LOTE EM USO POR '
                       WRK-TL-PROGRAMA ' DESDE ' WRK-TL-DATA
                       ' - ATUALIZACAO RECUSADA'
                   GOBACK
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN MODO-ADICIONAR
                   PERFORM 0200-ADICIONAR-PROFESSOR
               WHEN MODO-ATUALIZAR
                   PERFORM 0300-ATUALIZAR-PROFESSOR
               WHEN MODO-LISTAR
                   PERFORM 0400-LISTAR-PROFESSORES
               WHEN MODO-ATRIBUIR
                   PERFORM 0500-ATRIBUIR-AULAS
               WHEN MODO-LISTAR-ATR
                   PERFORM 0600-LISTAR-ATRIBUICOES
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO'
           END-EVALUATE.

           GOBACK.

      * O USUARIO INFORMADO PRECISA EXISTIR EM USERS.DAT: E POR ELE
      * QUE O DIARIO-CLASSE RECONHECE O PROFESSOR NO LANCAMENTO
       0200-ADICIONAR-PROFESSOR.
           DISPLAY 'CODIGO DO PROFESSOR (5 POSICOES)'
           ACCEPT WRK-CODIGO FROM CONSOLE.
           DISPLAY 'NOME DO PROFESSOR'
           ACCEPT WRK-NOME FROM CONSOLE.
           DISPLAY 'USUARIO DO PROFESSOR NO SISTEMA (USERS.DAT)'
           ACCEPT WRK-USUARIO FROM CONSOLE.
           PERFORM 0250-VALIDAR-USUARIO.
           IF NOT CADASTRO-VALIDO
               DISPLAY 'USUARIO NAO CADASTRADO EM USERS.DAT - '
                   WRK-USUARIO
               GOBACK
           END-IF.

           OPEN I-O ARQ-PROFESSORES.
           IF WRK-FS-PROFESSORES = '35'
               OPEN OUTPUT ARQ-PROFESSORES
               CLOSE ARQ-PROFESSORES
               OPEN I-O ARQ-PROFESSORES
           END-IF.
           IF WRK-FS-PROFESSORES NOT = '00'
               DISPLAY 'ERRO AO ABRIR PROFESSORES.DAT - FS='
                   WRK-FS-PROFESSORES
               GOBACK
           END-IF.

           MOVE WRK-CODIGO  TO PRF-CODIGO.
           MOVE WRK-NOME    TO PRF-NOME.
           MOVE WRK-USUARIO TO PRF-USUARIO.
           MOVE 'A'         TO PRF-SITUACAO.
           WRITE REG-PROFESSOR
               INVALID KEY
                   DISPLAY 'PROFESSOR JA CADASTRADO OU USUARIO JA '
                       'LIGADO A OUTRO PROFESSOR'
               NOT INVALID KEY
                   DISPLAY 'PROFESSOR CADASTRADO COM SUCESSO'
           END-WRITE.
           CLOSE ARQ-PROFESSORES.

       0250-VALIDAR-USUARIO.
           MOVE 'N' TO WRK-FLAG-VALIDO.
           OPEN INPUT ARQ-USUARIOS.
           IF WRK-FS-USUARIOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR USERS.DAT - FS=' WRK-FS-USUARIOS
           ELSE
               MOVE WRK-USUARIO TO USR-USUARIO
               READ ARQ-USUARIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CADASTRO-VALIDO TO TRUE
               END-READ
               CLOSE ARQ-USUARIOS
           END-IF.

      * BRANCO MANTEM O VALOR ATUAL DO CAMPO; SITUACAO I AFASTA O
      * PROFESSOR SEM APAGAR O HISTORICO DAS AULAS DELE NO DIARIO
       0300-ATUALIZAR-PROFESSOR.
           OPEN I-O ARQ-PROFESSORES.
           IF WRK-FS-PROFESSORES NOT = '00'
               DISPLAY 'ERRO AO ABRIR PROFESSORES.DAT - FS='
                   WRK-FS-PROFESSORES
               GOBACK
           END-IF.

           DISPLAY 'CODIGO DO PROFESSOR'
           ACCEPT WRK-CODIGO FROM CONSOLE.
           MOVE WRK-CODIGO TO PRF-CODIGO.
           READ ARQ-PROFESSORES
               INVALID KEY
                   DISPLAY 'PROFESSOR NAO CADASTRADO'
               NOT INVALID KEY
                   PERFORM 0310-ALTERAR-CAMPOS
           END-READ.
           CLOSE ARQ-PROFESSORES.

       0310-ALTERAR-CAMPOS.
           DISPLAY 'NOVO NOME (BRANCO=MANTER ' PRF-NOME ')'
           ACCEPT WRK-NOME FROM CONSOLE.
           IF WRK-NOME NOT = SPACES
               MOVE WRK-NOME TO PRF-NOME
           END-IF.
           DISPLAY 'NOVO USUARIO (BRANCO=MANTER ' PRF-USUARIO ')'
           ACCEPT WRK-USUARIO FROM CONSOLE.
           IF WRK-USUARIO NOT = SPACES
               PERFORM 0250-VALIDAR-USUARIO
               IF CADASTRO-VALIDO
                   MOVE WRK-USUARIO TO PRF-USUARIO
               ELSE
                   DISPLAY 'USUARIO NAO CADASTRADO EM USERS.DAT - '
                       'MANTIDO ' PRF-USUARIO
               END-IF
           END-IF.
           DISPLAY 'SITUACAO (A=ATIVO, I=INATIVO, BRANCO=MANTER '
               PRF-SITUACAO ')'
           ACCEPT WRK-SITUACAO FROM CONSOLE.
           IF WRK-SITUACAO = 'A' OR WRK-SITUACAO = 'I'
               MOVE WRK-SITUACAO TO PRF-SITUACAO
           END-IF.
           REWRITE REG-PROFESSOR
               INVALID KEY
                   DISPLAY 'USUARIO JA LIGADO A OUTRO PROFESSOR - '
                       'NADA ALTERADO'
               NOT INVALID KEY
                   DISPLAY 'PROFESSOR ATUALIZADO COM SUCESSO'
           END-REWRITE.

       0400-LISTAR-PROFESSORES.
           OPEN INPUT ARQ-PROFESSORES.
           IF WRK-FS-PROFESSORES NOT = '00'
               DISPLAY 'NENHUM PROFESSOR (PROFESSORES.DAT AUSENTE)'
               GOBACK
           END-IF.

           DISPLAY '-- PROFESSORES CADASTRADOS --'.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-PROFESSORES NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-ARQUIVO
                   NOT AT END
                       DISPLAY PRF-CODIGO ' - ' PRF-NOME
                           ' USUARIO ' PRF-USUARIO
                           ' SITUACAO ' PRF-SITUACAO
               END-READ
           END-PERFORM.
           CLOSE ARQ-PROFESSORES.

      * ATRIBUICAO DA DISCIPLINA DA TURMA NO PERIODO: TITULAR ATIVO
      * OBRIGATORIO, SUBSTITUTO OPCIONAL (BRANCO = SEM SUBSTITUTO) E
      * DIFERENTE DO TITULAR. A CHAVE JA ATRIBUIDA E REGRAVADA - E
      * ASSIM QUE SE TROCA O TITULAR OU SE CADASTRA O SUBSTITUTO
       0500-ATRIBUIR-AULAS.
           DISPLAY 'CODIGO DA TURMA (5 POSICOES)'
           ACCEPT WRK-TURMA FROM CONSOLE.
           DISPLAY 'CODIGO DA DISCIPLINA (3 POSICOES)'
           ACCEPT WRK-DISCIPLINA FROM CONSOLE.
           PERFORM WITH TEST AFTER UNTIL WRK-PERIODO-X NUMERIC
               DISPLAY 'PERIODO LETIVO (AAAA, BRANCO=ANO ATUAL)'
               ACCEPT WRK-PERIODO-X FROM CONSOLE
               IF WRK-PERIODO-X = SPACES
                   MOVE WRK-DATA-HOJE (1:4) TO WRK-PERIODO-X
               END-IF
               IF WRK-PERIODO-X NOT NUMERIC
                   DISPLAY 'PERIODO INVALIDO - SO DIGITOS'
               END-IF
           END-PERFORM.
           DISPLAY 'CODIGO DO PROFESSOR TITULAR'
           ACCEPT WRK-PROFESSOR FROM CONSOLE.
           DISPLAY 'CODIGO DO PROFESSOR SUBSTITUTO (BRANCO=NENHUM)'
           ACCEPT WRK-SUBSTITUTO FROM CONSOLE.
           PERFORM WITH TEST AFTER UNTIL WRK-AULAS-X NUMERIC
               DISPLAY 'AULAS PREVISTAS NO PERIODO (3 DIGITOS)'
               ACCEPT WRK-AULAS-X FROM CONSOLE
               IF WRK-AULAS-X NOT NUMERIC
                   DISPLAY 'QUANTIDADE INVALIDA - SO DIGITOS'
               END-IF
           END-PERFORM.

           PERFORM 0510-VALIDAR-DISCIPLINA.
           IF NOT CADASTRO-VALIDO
               DISPLAY 'DISCIPLINA NAO CADASTRADA - ' WRK-DISCIPLINA
               GOBACK
           END-IF.
           IF WRK-SUBSTITUTO = WRK-PROFESSOR
               DISPLAY 'SUBSTITUTO IGUAL AO TITULAR - ATRIBUICAO '
                   'RECUSADA'
               GOBACK
           END-IF.

           OPEN INPUT ARQ-PROFESSORES.
           IF WRK-FS-PROFESSORES NOT = '00'
               DISPLAY 'ERRO AO ABRIR PROFESSORES.DAT - FS='
                   WRK-FS-PROFESSORES
               GOBACK
           END-IF.
           MOVE WRK-PROFESSOR TO WRK-CODIGO.
           PERFORM 0520-VALIDAR-PROFESSOR.
           IF CADASTRO-VALIDO AND WRK-SUBSTITUTO NOT = SPACES
               MOVE WRK-SUBSTITUTO TO WRK-CODIGO
               PERFORM 0520-VALIDAR-PROFESSOR
           END-IF.
           CLOSE ARQ-PROFESSORES.
           IF NOT CADASTRO-VALIDO
               DISPLAY 'PROFESSOR NAO CADASTRADO OU INATIVO - '
                   WRK-CODIGO
               GOBACK
           END-IF.

           OPEN I-O ARQ-ATRIBUICOES.
           IF WRK-FS-ATRIBUICOES = '35'
               OPEN OUTPUT ARQ-ATRIBUICOES
               CLOSE ARQ-ATRIBUICOES
               OPEN I-O ARQ-ATRIBUICOES
           END-IF.
           IF WRK-FS-ATRIBUICOES NOT = '00'
               DISPLAY 'ERRO AO ABRIR ATRIBUICOES.DAT - FS='
                   WRK-FS-ATRIBUICOES
               GOBACK
           END-IF.

           MOVE WRK-TURMA      TO ATR-TURMA.
           MOVE WRK-DISCIPLINA TO ATR-DISCIPLINA.
           MOVE WRK-PERIODO    TO ATR-PERIODO.
           MOVE WRK-PROFESSOR  TO ATR-PROFESSOR.
           MOVE WRK-SUBSTITUTO TO ATR-SUBSTITUTO.
           MOVE WRK-AULAS      TO ATR-AULAS-PREV.
           WRITE REG-ATRIBUICAO
               INVALID KEY
                   REWRITE REG-ATRIBUICAO
                   DISPLAY 'ATRIBUICAO ATUALIZADA'
               NOT INVALID KEY
                   DISPLAY 'ATRIBUICAO DEFINIDA COM SUCESSO'
           END-WRITE.
           CLOSE ARQ-ATRIBUICOES.

       0510-VALIDAR-DISCIPLINA.
           MOVE 'N' TO WRK-FLAG-VALIDO.
           OPEN INPUT ARQ-DISCIPLINAS.
           IF WRK-FS-DISCIPLINAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR DISCIPLINAS.DAT - FS='
                   WRK-FS-DISCIPLINAS
           ELSE
               MOVE WRK-DISCIPLINA TO DIS-CODIGO
               READ ARQ-DISCIPLINAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CADASTRO-VALIDO TO TRUE
               END-READ
               CLOSE ARQ-DISCIPLINAS
           END-IF.

       0520-VALIDAR-PROFESSOR.
           MOVE 'N' TO WRK-FLAG-VALIDO.
           MOVE WRK-CODIGO TO PRF-CODIGO.
           READ ARQ-PROFESSORES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRF-SITUACAO = 'A'
                       SET CADASTRO-VALIDO TO TRUE
                   END-IF
           END-READ.

       0600-LISTAR-ATRIBUICOES.
           OPEN INPUT ARQ-ATRIBUICOES.
           IF WRK-FS-ATRIBUICOES NOT = '00'
               DISPLAY 'NENHUMA ATRIBUICAO (ATRIBUICOES.DAT AUSENTE)'
               GOBACK
           END-IF.

           DISPLAY '-- ATRIBUICOES DE AULAS --'.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-ATRIBUICOES NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-ARQUIVO
                   NOT AT END
                       DISPLAY 'TURMA ' ATR-TURMA
                           ' DISCIPLINA ' ATR-DISCIPLINA
                           ' PERIODO ' ATR-PERIODO
                           ' TITULAR ' ATR-PROFESSOR
                           ' SUBSTITUTO ' ATR-SUBSTITUTO
                           ' PREVISTAS ' ATR-AULAS-PREV
               END-READ
           END-PERFORM.
           CLOSE ARQ-ATRIBUICOES.

           COPY VERTRAVA.

           COPY CODSENHA.

           COPY GRAVAAUD.

           COPY VERPERM.
