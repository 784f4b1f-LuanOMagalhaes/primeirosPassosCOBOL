      * CADASTRO E A SESSAO FECHA COM A CONFERENCIA DA QUANTIDADE
      * DIGITADA - O ERRO DE DIGITACAO PARA NO TECLADO, NAO NO
      * CONCILIA.RPT DA MANHA SEGUINTE
      * CADA MODO SO RODA PARA QUEM A MATRIZ DE PERMISSOES
      * (PERMISSOES.DAT) AUTORIZA: O OPERADOR SE IDENTIFICA COM
      * USUARIO E SENHA E A TENTATIVA NEGADA FICA NO AUDITORIA.LOG
      * DATA = 02/09/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS TSP-CODIGO
               FILE STATUS IS WRK-FS-TRANSPORTADORAS.

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
       FD  ARQ-EMBARQUES
           05 CTS-FRETE       PIC 9(10)V99.
           05 CTS-ORIGEM      PIC X(03).
           05 CTS-METODO      PIC X(01).
           05 CTS-VOLUME      PIC 9(04)V999.
           05 CTS-DEVOLUCAO   PIC X(01).
           05 CTS-CONSOLIDACAO PIC 9(06).

       FD  ARQ-ABERTOS
           RECORDING MODE IS F.
           05 ABE-ORIGEM      PIC X(03).
           05 ABE-METODO      PIC X(01).
           05 ABE-DATA        PIC 9(08).
           05 ABE-DEVOLUCAO   PIC X(01).
           05 ABE-CONSOLIDACAO PIC 9(06).

       FD  ARQ-TRANSPORTADORAS.
       01  REG-TRANSPORTADORA.
           05 TSP-NOME        PIC X(30).
           05 TSP-CONTATO     PIC X(30).

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
       77 WRK-FS-EMBARQUES PIC X(02) VALUE ZEROS.
       77 WRK-FS-COTACOES PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRANSPORTADORAS PIC X(02) VALUE ZEROS.
           05 WRK-EMB-DATA    PIC 9(08).
           05 WRK-EMB-ROMANEIO PIC 9(06).

       COPY SENHA.

       COPY AUDSEG.

       COPY PERMISSAO.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
           DISPLAY 'MODO (A=DIGITAR EMBARQUES, L=LISTAR EMBARQUES)'
           ACCEPT WRK-MODO FROM CONSOLE.

      * SO SEGUE QUEM A MATRIZ DE PERMISSOES AUTORIZA NESTE MODO
      * (USUARIO E SENHA EM USERS.DAT, RECUSA NO AUDITORIA.LOG)
           PERFORM 9519-REINICIAR-PERMISSOES.
           MOVE 'CADASTRO-EMBARQUES' TO WRK-PM-PROGRAMA.
           MOVE WRK-MODO TO WRK-PM-MODO.
           PERFORM 9535-AUTORIZAR-OPERACAO.
           IF NOT PERMISSAO-CONCEDIDA
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN MODO-ADICIONAR
                   PERFORM 0200-CARREGAR-COTACOES
               WRITE REG-EMBARQUE FROM TAB-EMB-LINHA (WRK-IDX-EMB)
           END-PERFORM.
           CLOSE ARQ-EMBARQUES.

           COPY CODSENHA.

           COPY GRAVAAUD.

           COPY VERPERM.
