      * Author Luan Magalhães
      * OBJETIVO: MANTER O CADASTRO DE CLIENTES (CLIENTES.DAT) USADO
      * PELO FRETE PARA IDENTIFICAR O DONO DE CADA PEDIDO: INCLUSAO,
      * ATUALIZACAO E LISTAGEM, NO MESMO ESTILO DO ACESSO-USUARIOS.
      * TAMBEM MARCA OS CLIENTES CUJOS PEDIDOS DO DIA O FRETE COTA
      * CONSOLIDADOS (MESMA ORIGEM, UF E METODO)
      * CADA MODO SO RODA PARA QUEM A MATRIZ DE PERMISSOES
      * (PERMISSOES.DAT) AUTORIZA: O OPERADOR SE IDENTIFICA COM
      * USUARIO E SENHA E A TENTATIVA NEGADA FICA NO AUDITORIA.LOG
      * DATA = 22/08/2026
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
       FD  ARQ-CLIENTES.
      * EM ABERTO DAS FATURAS, PASSA DO LIMITE CAI NO SUSPENSO DO
      * FRETE COM MOTIVO 'CR'; LIMITE ZERADO NAO BLOQUEIA NADA
           05 CLI-LIMITE-CREDITO PIC 9(09)V99.
      * CONSOLIDACAO DO DIA (S/N): COM 'S', OS PEDIDOS NORMAIS DO
      * CLIENTE PARA A MESMA ORIGEM, UF E METODO SAO COTADOS JUNTOS
      * PELO FRETE E O VALOR E RATEADO PELO PESO DE CADA PEDIDO
           05 CLI-CONSOLIDA     PIC X(01).
      * CLIENTE INCORPORADO POR OUTRO NA FUSAO DE CADASTROS
      * (FUNDE-CLIENTES): FICA INATIVO, COM O CODIGO QUE O SUBSTITUI;
      * O REGISTRO NAO E APAGADO PARA O HISTORICO CONTINUAR LEGIVEL
           05 CLI-SITUACAO      PIC X(01).
             88 CLI-INATIVO     VALUE 'I'.
           05 CLI-SUCESSOR      PIC X(06).

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
       77 WRK-FS-CLIENTES PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRAVA PIC X(02) VALUE ZEROS.

       77 WRK-UF-PADRAO PIC X(02) VALUE SPACES.
       77 WRK-LIMITE-X PIC X(11) VALUE SPACES.
       77 WRK-LIMITE REDEFINES WRK-LIMITE-X PIC 9(09)V99.
       77 WRK-CONSOLIDA PIC X(01) VALUE 'N'.
         88 CONSOLIDA-VALIDO VALUE 'S' 'N'.

       77 WRK-EOF-CLIENTES PIC X(01) VALUE 'N'.
         88 FIM-CLIENTES VALUE 'S'.

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
           MOVE 'CADASTRO-CLIENTES' TO WRK-PM-PROGRAMA.
           MOVE WRK-MODO TO WRK-PM-MODO.
           PERFORM 9535-AUTORIZAR-OPERACAO.
           IF NOT PERMISSAO-CONCEDIDA
               GOBACK
           END-IF.

      * A JANELA DO LOTE TRAVA OS MODOS DE ATUALIZACAO; A LISTAGEM
      * SEGUE LIVRE
           IF MODO-ADICIONAR OR MODO-ATUALIZAR
           DISPLAY 'DIGITE A UF PADRAO'
           ACCEPT WRK-UF-PADRAO FROM CONSOLE.
           PERFORM 0500-OBTER-LIMITE.
           PERFORM 0510-OBTER-CONSOLIDA.

           MOVE WRK-CODIGO    TO CLI-CODIGO.
           MOVE WRK-NOME      TO CLI-NOME.
           MOVE WRK-ENDERECO  TO CLI-ENDERECO.
           MOVE WRK-UF-PADRAO TO CLI-UF-PADRAO.
           MOVE WRK-LIMITE    TO CLI-LIMITE-CREDITO.
           MOVE WRK-CONSOLIDA TO CLI-CONSOLIDA.
           MOVE 'A'           TO CLI-SITUACAO.
           MOVE SPACES        TO CLI-SUCESSOR.
           WRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY 'CLIENTE JA CADASTRADO'
               INVALID KEY
                   DISPLAY 'CLIENTE NAO CADASTRADO'
               NOT INVALID KEY
                   IF CLI-INATIVO
                       DISPLAY 'CLIENTE INATIVO - INCORPORADO POR '
                           CLI-SUCESSOR
                   ELSE
                       DISPLAY 'DIGITE O NOVO NOME'
                       ACCEPT WRK-NOME FROM CONSOLE
                       DISPLAY 'DIGITE O NOVO ENDERECO DE FATURAMENTO'
                       ACCEPT WRK-ENDERECO FROM CONSOLE
                       DISPLAY 'DIGITE A NOVA UF PADRAO'
                       ACCEPT WRK-UF-PADRAO FROM CONSOLE
                       PERFORM 0500-OBTER-LIMITE
                       PERFORM 0510-OBTER-CONSOLIDA
                       MOVE WRK-NOME      TO CLI-NOME
                       MOVE WRK-ENDERECO  TO CLI-ENDERECO
                       MOVE WRK-UF-PADRAO TO CLI-UF-PADRAO
                       MOVE WRK-LIMITE    TO CLI-LIMITE-CREDITO
                       MOVE WRK-CONSOLIDA TO CLI-CONSOLIDA
                       REWRITE REG-CLIENTE
                       DISPLAY 'CLIENTE ATUALIZADO COM SUCESSO'
                   END-IF
           END-READ.
           CLOSE ARQ-CLIENTES.

                   NOT AT END
                       DISPLAY CLI-CODIGO ' - ' CLI-NOME
                           ' - UF ' CLI-UF-PADRAO
                           ' - CONSOLIDA ' CLI-CONSOLIDA
                       IF CLI-INATIVO
                           DISPLAY '         INATIVO - INCORPORADO POR '
                               CLI-SUCESSOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CLIENTES.
               END-IF
           END-PERFORM.

      * CONSOLIDACAO DOS PEDIDOS DO DIA NO FRETE: SO S OU N
       0510-OBTER-CONSOLIDA.
           MOVE SPACES TO WRK-CONSOLIDA.
           PERFORM WITH TEST AFTER
                   UNTIL CONSOLIDA-VALIDO
               DISPLAY 'CONSOLIDAR OS PEDIDOS DO DIA NO FRETE (S/N)'
               ACCEPT WRK-CONSOLIDA FROM CONSOLE
               IF NOT CONSOLIDA-VALIDO
                   DISPLAY 'RESPOSTA INVALIDA - S OU N'
               END-IF
           END-PERFORM.

           COPY VERTRAVA.

           COPY CODSENHA.

           COPY GRAVAAUD.

           COPY VERPERM.
