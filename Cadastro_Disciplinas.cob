      * USADO PELO NOTAS-TURMA PARA DAR NOME A DISCIPLINA DE CADA
      * LINHA DO BOLETIM E BARRAR CODIGOS DESCONHECIDOS: INCLUSAO,
      * ATUALIZACAO E LISTAGEM, NO MESMO ESTILO DO CADASTRO-ALUNOS
      * CADA MODO SO RODA PARA QUEM A MATRIZ DE PERMISSOES
      * (PERMISSOES.DAT) AUTORIZA: O OPERADOR SE IDENTIFICA COM
      * USUARIO E SENHA E A TENTATIVA NEGADA FICA NO AUDITORIA.LOG
      * DATA = 03/09/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
       FD  ARQ-DISCIPLINAS.
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
       77 WRK-FS-DISCIPLINAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRAVA PIC X(02) VALUE ZEROS.

       77 WRK-EOF-DISCIPLINAS PIC X(01) VALUE 'N'.
         88 FIM-DISCIPLINAS VALUE 'S'.

       COPY SENHA.

       COPY AUDSEG.

       COPY PERMISSAO.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
           DISPLAY 'MODO (A=ADICIONAR, U=ATUALIZAR, L=LISTAR)'
           ACCEPT WRK-MODO FROM CONSOLE.

      * SO SEGUE QUEM A MATRIZ DE PERMISSOES AUTORIZA NESTE MODO
      * (USUARIO E SENHA EM USERS.DAT, RECUSA NO AUDITORIA.LOG)
           PERFORM 9519-REINICIAR-PERMISSOES.
           MOVE 'CADASTRO-DISCIPLINAS' TO WRK-PM-PROGRAMA.
           MOVE WRK-MODO TO WRK-PM-MODO.
           PERFORM 9535-AUTORIZAR-OPERACAO.
           IF NOT PERMISSAO-CONCEDIDA
               GOBACK
           END-IF.

      * A JANELA DO LOTE TRAVA OS MODOS DE ATUALIZACAO; A LISTAGEM
      * SEGUE LIVRE
           IF MODO-ADICIONAR OR MODO-ATUALIZAR
           CLOSE ARQ-DISCIPLINAS.

           COPY VERTRAVA.

           COPY CODSENHA.

           COPY GRAVAAUD.

           COPY VERPERM.
