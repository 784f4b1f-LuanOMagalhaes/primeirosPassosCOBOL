       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-PEDIDOS.
      ***************************
      * Área de comentários
      * OBJETIVO: IMPORTAR O ARQUIVO DE PEDIDOS QUE OS CLIENTES
      * ENVIAM EM LAYOUT FIXO (EDIPED.DAT: UMA LINHA H DE CABECALHO
      * SEGUIDA DAS LINHAS I DE ITENS DE CADA PEDIDO) PARA O
      * PEDIDOS.DAT, NO LUGAR DA DIGITACAO CAMPO A CAMPO NO
      * CADASTRO-PEDIDOS. CADA PEDIDO PASSA PELAS MESMAS CRITICAS DA
      * DIGITACAO (UF CONTRA AS 27 UNIDADES, MOEDA BRL/EUR/USD,
      * METODO G/E, VALOR E PESO NUMERICOS) E PELO CLIENTE EM
      * CLIENTES.DAT; O PEDIDO ACEITO RECEBE O PROXIMO PED-NUMERO E
      * ENTRA COMO GRUPO CABECALHO/ITENS/FIM COM O TRAILER DO
      * PEDIDOS.DAT RECALCULADO. PARA CADA CLIENTE SAI UM ARQUIVO DE
      * RETORNO (EDIACK.<CLIENTE>.DYYYYMMDD.DAT) COM CADA PEDIDO
      * ACEITO E O NUMERO DADO, OU RECUSADO E O MOTIVO, PARA O
      * CLIENTE CORRIGIR E REENVIAR. A REFERENCIA DO CLIENTE JA
      * IMPORTADA (EDIREF.DAT) E RECUSADA, ENTAO O REENVIO DO ARQUIVO
      * INTEIRO NAO DUPLICA OS PEDIDOS QUE JA TINHAM ENTRADO.
      * O OPERADOR DO CABECALHO SAI COMO IMPORTA-PEDIDOS
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ARQUIVO DOS CLIENTES: LAYOUT FIXO, TODA LINHA COM O CODIGO DO
      * CLIENTE E A REFERENCIA DO PEDIDO NO SISTEMA DELE
           SELECT ARQ-ENTRADA ASSIGN TO 'EDIPED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENTRADA.

           SELECT ARQ-PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDIDOS.

      * RETIDOS, SUSPENSOS E HISTORICO DE COTACOES: SO LIDOS, PARA O
      * NUMERO NOVO NAO REPETIR PEDIDO QUE JA SAIU DO PEDIDOS.DAT
           SELECT ARQ-RETIDOS ASSIGN TO 'PEDIDOS.HLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETIDOS.

           SELECT ARQ-SUSPENSO ASSIGN TO 'PEDIDOS.SUS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SUSPENSO.

           SELECT ARQ-HISTORICO ASSIGN TO 'COTACAO.HST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.

           SELECT ARQ-CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-CLIENTES.

      * REFERENCIAS JA IMPORTADAS: CLIENTE, REFERENCIA DELE E O
      * PED-NUMERO DADO, UMA LINHA POR PEDIDO ACEITO
           SELECT ARQ-REFERENCIAS ASSIGN TO 'EDIREF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REFERENCIAS.

      * RETORNO AO CLIENTE: UM ARQUIVO POR CLIENTE POR DIA
           SELECT ARQ-RETORNO ASSIGN TO DYNAMIC WRK-NOME-RETORNO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETORNO.

           SELECT ARQ-RUNLOG ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

      * TRAVA DA JANELA DE LOTE: COM O MARCADOR DE LOTELOCK.DAT
      * ATIVO, A IMPORTACAO NAO REGRAVA O PEDIDOS.DAT
           SELECT ARQ-TRAVA ASSIGN TO 'LOTELOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRAVA.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ENTRADA
           RECORDING MODE IS F.
       01  REG-ENTRADA.
           05 EDI-TIPO        PIC X(01).
             88 EDI-CABECALHO VALUE 'H'.
             88 EDI-ITEM      VALUE 'I'.
           05 EDI-CLIENTE     PIC X(06).
           05 EDI-REFERENCIA  PIC X(10).
           05 EDI-DADOS       PIC X(48).
           05 EDI-CAB REDEFINES EDI-DADOS.
               10 EDI-UF          PIC X(02).
               10 EDI-METODO      PIC X(01).
               10 EDI-MOEDA       PIC X(03).
               10 EDI-ORIGEM      PIC X(03).
               10 FILLER          PIC X(39).
           05 EDI-ITM REDEFINES EDI-DADOS.
               10 EDI-PRODUTO     PIC X(20).
               10 EDI-VALOR-X     PIC X(08).
               10 EDI-VALOR REDEFINES EDI-VALOR-X PIC 9(06)V99.
               10 EDI-PESO-X      PIC X(06).
               10 EDI-PESO REDEFINES EDI-PESO-X PIC 9(04)V99.
               10 EDI-COMPR-X     PIC X(04).
               10 EDI-COMPR REDEFINES EDI-COMPR-X PIC 9(04).
               10 EDI-LARG-X      PIC X(04).
               10 EDI-LARG REDEFINES EDI-LARG-X PIC 9(04).
               10 EDI-ALT-X       PIC X(04).
               10 EDI-ALT REDEFINES EDI-ALT-X PIC 9(04).
               10 FILLER          PIC X(02).

       FD  ARQ-PEDIDOS
           RECORDING MODE IS F.
       01  REG-PEDIDO         PIC X(57).

       FD  ARQ-RETIDOS
           RECORDING MODE IS F.
       01  REG-RETIDO.
           05 FILLER          PIC X(01).
           05 RET-NUMERO      PIC 9(06).
           05 FILLER          PIC X(50).

       FD  ARQ-SUSPENSO
           RECORDING MODE IS F.
       01  REG-SUSPENSO.
           05 FILLER          PIC X(01).
           05 SUS-NUMERO      PIC 9(06).
           05 FILLER          PIC X(60).

       FD  ARQ-HISTORICO
           RECORDING MODE IS F.
       01  REG-HISTORICO.
           05 HST-DATA        PIC 9(08).
           05 HST-NUMERO      PIC 9(06).
           05 FILLER          PIC X(50).

       FD  ARQ-CLIENTES.
       01  REG-CLIENTE.
           05 CLI-CODIGO      PIC X(06).
           05 CLI-NOME        PIC X(30).
           05 CLI-ENDERECO    PIC X(30).
           05 CLI-UF-PADRAO   PIC X(02).
           05 CLI-LIMITE-CREDITO PIC 9(09)V99.
           05 CLI-CONSOLIDA   PIC X(01).
           05 CLI-SITUACAO    PIC X(01).
             88 CLI-INATIVO   VALUE 'I'.
           05 CLI-SUCESSOR    PIC X(06).

       FD  ARQ-REFERENCIAS
           RECORDING MODE IS F.
       01  REG-REFERENCIA.
           05 REF-CLIENTE     PIC X(06).
           05 REF-REFERENCIA  PIC X(10).
           05 REF-PEDIDO      PIC 9(06).
           05 REF-DATA        PIC 9(08).

      * LINHA DO RETORNO: SITUACAO A=ACEITO (COM O PED-NUMERO) OU
      * R=RECUSADO (COM O MOTIVO)
       FD  ARQ-RETORNO
           RECORDING MODE IS F.
       01  REG-RETORNO.
           05 ACK-CLIENTE     PIC X(06).
           05 ACK-REFERENCIA  PIC X(10).
           05 ACK-SITUACAO    PIC X(01).
           05 ACK-PEDIDO      PIC 9(06).
           05 ACK-DATA        PIC 9(08).
           05 ACK-MOTIVO      PIC X(40).

       FD  ARQ-RUNLOG
           RECORDING MODE IS F.
       01  REG-RUNLOG         PIC X(80).

       FD  ARQ-TRAVA
           RECORDING MODE IS F.
       01  REG-TRAVA          PIC X(29).

       WORKING-STORAGE SECTION.
       77 WRK-FS-ENTRADA PIC X(02) VALUE ZEROS.
       77 WRK-FS-PEDIDOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-RETIDOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-SUSPENSO PIC X(02) VALUE ZEROS.
       77 WRK-FS-HISTORICO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIENTES PIC X(02) VALUE ZEROS.
       77 WRK-FS-REFERENCIAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-RETORNO PIC X(02) VALUE ZEROS.
       77 WRK-NOME-RETORNO PIC X(30) VALUE SPACES.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRAVA PIC X(02) VALUE ZEROS.
       77 WRK-EOF-ENTRADA PIC X(01) VALUE 'N'.
         88 FIM-ENTRADA VALUE 'S'.
       77 WRK-EOF-ARQUIVO PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO VALUE 'S'.

       COPY RUNLOG.

       COPY TRAVALOTE.

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

      * PEDIDOS.DAT INTEIRO RETIDO EM TABELA, COMO NO
      * CADASTRO-PEDIDOS: A GRAVACAO REESCREVE O ARQUIVO COMPLETO COM
      * O TRAILER RECALCULADO
       77 WRK-QTD-REGS PIC 9(03) VALUE ZEROS.
       01 TAB-REGISTROS.
           05 TAB-REG-LINHA PIC X(57) OCCURS 500 TIMES.
       77 WRK-IDX-REG PIC 9(03) VALUE ZEROS.

      * VISAO DE TRABALHO DO REGISTRO, NAS MESMAS COLUNAS DO FRETE
       01 WRK-REG-PEDIDO.
           05 WRK-PED-TIPO    PIC X(01).
             88 REG-CABECALHO VALUE '1'.
             88 REG-ITEM      VALUE '2'.
             88 REG-FIM       VALUE '3'.
             88 REG-TRAILER   VALUE '9'.
           05 WRK-PED-NUMERO  PIC 9(06).
           05 WRK-PED-DADOS   PIC X(50).
           05 WRK-PED-CAB REDEFINES WRK-PED-DADOS.
               10 WRK-PED-CLIENTE PIC X(06).
               10 WRK-PED-UF      PIC X(02).
               10 WRK-PED-METODO  PIC X(01).
               10 WRK-PED-MOEDA   PIC X(03).
               10 WRK-PED-ORIGEM  PIC X(03).
               10 WRK-PED-TIPO-PEDIDO PIC X(01).
               10 WRK-PED-PEDIDO-ORIGINAL PIC 9(06).
               10 WRK-PED-MOTIVO-DEVOL PIC X(02).
               10 WRK-PED-OPERADOR PIC X(20).
               10 FILLER          PIC X(06).
           05 WRK-PED-ITEM REDEFINES WRK-PED-DADOS.
               10 WRK-PED-PRODUTO PIC X(20).
               10 WRK-PED-VALOR   PIC 9(06)V99.
               10 WRK-PED-PESO    PIC 9(04)V99.
               10 WRK-PED-COMPR   PIC 9(04).
               10 WRK-PED-LARG    PIC 9(04).
               10 WRK-PED-ALT     PIC 9(04).
               10 FILLER          PIC X(04).
           05 WRK-PED-FIM REDEFINES WRK-PED-DADOS.
               10 WRK-PED-QTD     PIC 9(03).
               10 FILLER          PIC X(47).
           05 WRK-PED-TRL REDEFINES WRK-PED-DADOS.
               10 WRK-PED-HASH    PIC 9(12)V99.
               10 FILLER          PIC X(36).

       77 WRK-HASH-VALOR PIC 9(12)V99 VALUE ZEROS.

      * AS 27 UNIDADES DA FEDERACAO ATENDIDAS PELA TABELA DE FRETE
       01 TAB-UF-DADOS.
           05 FILLER PIC X(26) VALUE 'ACALAPAMBACEDFESGOMAMTMSMG'.
           05 FILLER PIC X(26) VALUE 'PAPBPRPEPIRJRNRSRORRSCSPSE'.
           05 FILLER PIC X(02) VALUE 'TO'.
       01 TAB-UF REDEFINES TAB-UF-DADOS.
           05 TAB-UF-ITEM PIC X(02) OCCURS 27 TIMES
                           INDEXED BY IDX-UF.

       77 WRK-FLAG-UF PIC X(01) VALUE 'N'.
         88 UF-VALIDA VALUE 'S'.
       77 WRK-METODO PIC X(01) VALUE SPACES.
         88 METODO-VALIDO VALUE 'G' 'E'.
       77 WRK-MOEDA PIC X(03) VALUE SPACES.
         88 MOEDA-VALIDA VALUE 'BRL' 'EUR' 'USD'.

      * MAIOR PED-NUMERO JA USADO: O PEDIDO ACEITO LEVA O SEGUINTE
       77 WRK-PROX-NUMERO PIC 9(06) VALUE ZEROS.

      * REFERENCIAS JA IMPORTADAS, MAIS AS ACEITAS NESTA RODADA
       77 WRK-QTD-REFS PIC 9(04) VALUE ZEROS.
       01 TAB-REFERENCIAS.
           05 TAB-REF-ITEM OCCURS 3000 TIMES
                            INDEXED BY IDX-REF.
               10 TAB-REF-CLIENTE    PIC X(06).
               10 TAB-REF-REFERENCIA PIC X(10).
               10 TAB-REF-PEDIDO     PIC 9(06).
       77 WRK-QTD-REFS-ANTES PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-REFS PIC 9(04) VALUE ZEROS.

      * PEDIDO EM MONTAGEM: CABECALHO E ITENS DO ARQUIVO ATE A
      * PROXIMA LINHA H (OU O FIM DO ARQUIVO); O PRIMEIRO ERRO
      * ENCONTRADO VIRA O MOTIVO DA RECUSA DO PEDIDO INTEIRO
       77 WRK-FLAG-ABERTO PIC X(01) VALUE 'N'.
         88 PEDIDO-ABERTO VALUE 'S'.
       77 WRK-CLIENTE PIC X(06) VALUE SPACES.
       77 WRK-REFERENCIA PIC X(10) VALUE SPACES.
       77 WRK-UF PIC X(02) VALUE SPACES.
       77 WRK-ORIGEM PIC X(03) VALUE SPACES.
       77 WRK-MOTIVO PIC X(40) VALUE SPACES.
       77 WRK-QTD-ITENS PIC 9(03) VALUE ZEROS.
       01 TAB-ITENS.
           05 TAB-ITM-ITEM OCCURS 99 TIMES.
               10 TAB-ITM-PRODUTO  PIC X(20).
               10 TAB-ITM-VALOR    PIC 9(06)V99.
               10 TAB-ITM-PESO     PIC 9(04)V99.
               10 TAB-ITM-COMPR    PIC 9(04).
               10 TAB-ITM-LARG     PIC 9(04).
               10 TAB-ITM-ALT      PIC 9(04).
       77 WRK-IDX-ITM PIC 9(03) VALUE ZEROS.
       77 WRK-ITEM-ED PIC 99 VALUE ZEROS.
       77 WRK-PEDIDO-ED PIC 9(06) VALUE ZEROS.

      * RESULTADO DE CADA PEDIDO DO ARQUIVO, PARA O RETORNO
       77 WRK-QTD-RESULTADOS PIC 9(04) VALUE ZEROS.
       01 TAB-RESULTADOS.
           05 TAB-RES-ITEM OCCURS 1000 TIMES.
               10 TAB-RES-CLIENTE    PIC X(06).
               10 TAB-RES-REFERENCIA PIC X(10).
               10 TAB-RES-SITUACAO   PIC X(01).
               10 TAB-RES-PEDIDO     PIC 9(06).
               10 TAB-RES-MOTIVO     PIC X(40).
               10 TAB-RES-GRAVADO    PIC X(01).
       77 WRK-IDX-RES PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-ACK PIC 9(04) VALUE ZEROS.
       77 WRK-CLIENTE-ACK PIC X(06) VALUE SPACES.

       77 WRK-CONT-ACEITOS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-RECUSADOS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-RETORNOS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-ED PIC ZZZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-ENTRADA.
           MOVE 'N' TO WRK-FLAG-ABERTO.
           MOVE ZEROS TO WRK-CTL-LIDOS.
           MOVE ZEROS TO WRK-CTL-PROCESSADOS.
           MOVE ZEROS TO WRK-CTL-REJEITADOS.
           MOVE ZEROS TO WRK-QTD-REGS.
           MOVE ZEROS TO WRK-PROX-NUMERO.
           MOVE ZEROS TO WRK-QTD-REFS.
           MOVE ZEROS TO WRK-QTD-RESULTADOS.
           MOVE ZEROS TO WRK-CONT-ACEITOS.
           MOVE ZEROS TO WRK-CONT-RECUSADOS.
           MOVE ZEROS TO WRK-CONT-RETORNOS.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           PERFORM 9550-CONFERIR-TRAVA.
           IF TRAVA-ATIVA
               DISPLAY 'JANELA DE LOTE EM USO POR '
                   WRK-TL-PROGRAMA ' DESDE ' WRK-TL-DATA
                   ' - IMPORTACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0200-CARREGAR-PEDIDOS.
           PERFORM 0220-MAIOR-NUMERO-RETIDOS.
           PERFORM 0230-MAIOR-NUMERO-SUSPENSOS.
           PERFORM 0240-MAIOR-NUMERO-HISTORICO.
           PERFORM 0250-CARREGAR-REFERENCIAS.
           PERFORM 0280-ABRIR-ARQUIVOS.

           PERFORM 0300-LER-ENTRADA.
           PERFORM UNTIL FIM-ENTRADA
               PERFORM 0400-TRATAR-REGISTRO
               PERFORM 0300-LER-ENTRADA
           END-PERFORM.
           PERFORM 0500-FECHAR-PEDIDO.
           CLOSE ARQ-ENTRADA.
           CLOSE ARQ-CLIENTES.

           IF WRK-CONT-ACEITOS > 0
               PERFORM 0600-GRAVAR-PEDIDOS
               PERFORM 0650-GRAVAR-REFERENCIAS
           END-IF.
           PERFORM 0700-GRAVAR-RETORNOS.

           MOVE WRK-CONT-ACEITOS TO WRK-CTL-PROCESSADOS.
           MOVE WRK-CONT-RECUSADOS TO WRK-CTL-REJEITADOS.
           MOVE 'IMPORTA-PEDIDOS' TO WRK-RL-PROGRAMA.
           PERFORM 9700-GRAVAR-CONTROLE.

           MOVE WRK-CONT-ACEITOS TO WRK-CONT-ED.
           DISPLAY 'PEDIDOS ACEITOS: ' WRK-CONT-ED.
           MOVE WRK-CONT-RECUSADOS TO WRK-CONT-ED.
           DISPLAY 'PEDIDOS RECUSADOS: ' WRK-CONT-ED.
           MOVE WRK-CONT-RETORNOS TO WRK-CONT-ED.
           DISPLAY 'ARQUIVOS DE RETORNO GRAVADOS: ' WRK-CONT-ED.
           GOBACK.

      * CARGA DO PEDIDOS.DAT ATUAL, COMO NO CADASTRO-PEDIDOS: O
      * TRAILER NAO ENTRA NA TABELA PORQUE E RECALCULADO NA GRAVACAO
       0200-CARREGAR-PEDIDOS.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-PEDIDOS.
           IF WRK-FS-PEDIDOS = '35'
               DISPLAY 'PEDIDOS.DAT AUSENTE - COMECANDO VAZIO'
           ELSE
               IF WRK-FS-PEDIDOS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR PEDIDOS.DAT - FS='
                       WRK-FS-PEDIDOS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-PEDIDOS
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           PERFORM 0210-GUARDAR-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE ARQ-PEDIDOS
           END-IF.

       0210-GUARDAR-REGISTRO.
           MOVE REG-PEDIDO TO WRK-REG-PEDIDO.
           IF NOT REG-TRAILER
               IF WRK-QTD-REGS >= 500
                   DISPLAY 'PEDIDOS.DAT MAIOR QUE A TABELA - '
                       'ENCERRANDO'
                   MOVE 8 TO RETURN-CODE
                   CLOSE ARQ-PEDIDOS
                   GOBACK
               END-IF
               ADD 1 TO WRK-QTD-REGS
               MOVE REG-PEDIDO TO TAB-REG-LINHA (WRK-QTD-REGS)
               IF WRK-PED-NUMERO NUMERIC
                   AND WRK-PED-NUMERO > WRK-PROX-NUMERO
                   MOVE WRK-PED-NUMERO TO WRK-PROX-NUMERO
               END-IF
           END-IF.

       0220-MAIOR-NUMERO-RETIDOS.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-RETIDOS.
           IF WRK-FS-RETIDOS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-RETIDOS
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           IF RET-NUMERO NUMERIC
                               AND RET-NUMERO > WRK-PROX-NUMERO
                               MOVE RET-NUMERO TO WRK-PROX-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-RETIDOS
           END-IF.

       0230-MAIOR-NUMERO-SUSPENSOS.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-SUSPENSO.
           IF WRK-FS-SUSPENSO = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-SUSPENSO
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           IF SUS-NUMERO NUMERIC
                               AND SUS-NUMERO > WRK-PROX-NUMERO
                               MOVE SUS-NUMERO TO WRK-PROX-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-SUSPENSO
           END-IF.

       0240-MAIOR-NUMERO-HISTORICO.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-HISTORICO.
           IF WRK-FS-HISTORICO = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-HISTORICO
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           IF HST-NUMERO NUMERIC
                               AND HST-NUMERO > WRK-PROX-NUMERO
                               MOVE HST-NUMERO TO WRK-PROX-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-HISTORICO
           END-IF.

      * REFERENCIAS AUSENTES E A PRIMEIRA IMPORTACAO; MAIS
      * REFERENCIAS QUE A TABELA ENCERRA - SEM A CRITICA DE REPETIDO
      * O REENVIO DUPLICARIA PEDIDOS
       0250-CARREGAR-REFERENCIAS.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-REFERENCIAS.
           IF WRK-FS-REFERENCIAS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-REFERENCIAS
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           PERFORM 0255-GUARDAR-REFERENCIA
                   END-READ
               END-PERFORM
               CLOSE ARQ-REFERENCIAS
           END-IF.
           MOVE WRK-QTD-REFS TO WRK-QTD-REFS-ANTES.

       0255-GUARDAR-REFERENCIA.
           IF WRK-QTD-REFS >= 3000
               DISPLAY 'EDIREF.DAT MAIOR QUE A TABELA - ENCERRANDO'
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-REFERENCIAS
               GOBACK
           END-IF.
           ADD 1 TO WRK-QTD-REFS.
           MOVE REF-CLIENTE    TO TAB-REF-CLIENTE (WRK-QTD-REFS).
           MOVE REF-REFERENCIA TO TAB-REF-REFERENCIA (WRK-QTD-REFS).
           MOVE REF-PEDIDO     TO TAB-REF-PEDIDO (WRK-QTD-REFS).
           IF REF-PEDIDO NUMERIC AND REF-PEDIDO > WRK-PROX-NUMERO
               MOVE REF-PEDIDO TO WRK-PROX-NUMERO
           END-IF.

       0280-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-ENTRADA.
           IF WRK-FS-ENTRADA NOT = '00'
               DISPLAY 'ERRO AO ABRIR EDIPED.DAT - FS='
                   WRK-FS-ENTRADA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ARQ-CLIENTES.
           IF WRK-FS-CLIENTES NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTES.DAT - FS='
                   WRK-FS-CLIENTES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       0300-LER-ENTRADA.
           READ ARQ-ENTRADA
               AT END
                   MOVE 'S' TO WRK-EOF-ENTRADA
               NOT AT END
                   ADD 1 TO WRK-CTL-LIDOS
           END-READ.

      * A LINHA H FECHA O PEDIDO ANTERIOR E ABRE O SEGUINTE. ITEM
      * QUE NAO PERTENCE AO PEDIDO ABERTO (OUTRO CLIENTE OU OUTRA
      * REFERENCIA) ABRE UM PEDIDO SEM CABECALHO, QUE E RECUSADO
       0400-TRATAR-REGISTRO.
           EVALUATE TRUE
               WHEN EDI-CABECALHO
                   PERFORM 0500-FECHAR-PEDIDO
                   PERFORM 0410-ABRIR-PEDIDO
                   PERFORM 0420-CRITICAR-CABECALHO
               WHEN EDI-ITEM
                   IF NOT PEDIDO-ABERTO
                       OR EDI-CLIENTE NOT = WRK-CLIENTE
                       OR EDI-REFERENCIA NOT = WRK-REFERENCIA
                       PERFORM 0500-FECHAR-PEDIDO
                       PERFORM 0410-ABRIR-PEDIDO
                       MOVE 'ITEM SEM CABECALHO DO PEDIDO'
                           TO WRK-MOTIVO
                   END-IF
                   PERFORM 0440-CRITICAR-ITEM
               WHEN OTHER
                   IF PEDIDO-ABERTO
                       IF WRK-MOTIVO = SPACES
                           MOVE 'LINHA COM TIPO DE REGISTRO INVALIDO'
                               TO WRK-MOTIVO
                       END-IF
                   ELSE
                       ADD 1 TO WRK-CONT-RECUSADOS
                       DISPLAY 'LINHA ' WRK-CTL-LIDOS
                           ' COM TIPO DE REGISTRO INVALIDO - IGNORADA'
                   END-IF
           END-EVALUATE.

       0410-ABRIR-PEDIDO.
           SET PEDIDO-ABERTO TO TRUE.
           MOVE EDI-CLIENTE    TO WRK-CLIENTE.
           MOVE EDI-REFERENCIA TO WRK-REFERENCIA.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS TO WRK-QTD-ITENS.
           MOVE SPACES TO WRK-UF.
           MOVE SPACES TO WRK-METODO.
           MOVE SPACES TO WRK-MOEDA.
           MOVE SPACES TO WRK-ORIGEM.

      * AS CRITICAS DA DIGITACAO DO CADASTRO-PEDIDOS, NA MESMA
      * ORDEM, MAIS O CLIENTE NO CADASTRO E A REFERENCIA REPETIDA
       0420-CRITICAR-CABECALHO.
           MOVE EDI-UF     TO WRK-UF.
           MOVE EDI-METODO TO WRK-METODO.
           MOVE EDI-MOEDA  TO WRK-MOEDA.
           MOVE EDI-ORIGEM TO WRK-ORIGEM.
           PERFORM 0425-VALIDAR-UF.
           EVALUATE TRUE
               WHEN WRK-REFERENCIA = SPACES
                   MOVE 'REFERENCIA DO PEDIDO EM BRANCO'
                       TO WRK-MOTIVO
               WHEN WRK-CLIENTE = SPACES
                   MOVE 'CODIGO DO CLIENTE EM BRANCO' TO WRK-MOTIVO
               WHEN NOT UF-VALIDA
                   STRING 'UF DESCONHECIDA - ' DELIMITED BY SIZE
                          WRK-UF DELIMITED BY SIZE
                       INTO WRK-MOTIVO
                   END-STRING
               WHEN NOT METODO-VALIDO
                   STRING 'METODO INVALIDO - ' DELIMITED BY SIZE
                          WRK-METODO DELIMITED BY SIZE
                       INTO WRK-MOTIVO
                   END-STRING
               WHEN NOT MOEDA-VALIDA
                   STRING 'MOEDA INVALIDA - ' DELIMITED BY SIZE
                          WRK-MOEDA DELIMITED BY SIZE
                       INTO WRK-MOTIVO
                   END-STRING
               WHEN WRK-ORIGEM = SPACES
                   MOVE 'DEPOSITO DE ORIGEM EM BRANCO' TO WRK-MOTIVO
               WHEN OTHER
                   PERFORM 0430-CONFERIR-CLIENTE
           END-EVALUATE.
           IF WRK-MOTIVO = SPACES
               PERFORM 0435-CONFERIR-REFERENCIA
           END-IF.

       0425-VALIDAR-UF.
           MOVE 'N' TO WRK-FLAG-UF.
           SET IDX-UF TO 1.
           SEARCH TAB-UF-ITEM
               AT END
                   CONTINUE
               WHEN TAB-UF-ITEM (IDX-UF) = WRK-UF
                   SET UF-VALIDA TO TRUE
           END-SEARCH.

       0430-CONFERIR-CLIENTE.
           MOVE WRK-CLIENTE TO CLI-CODIGO.
           READ ARQ-CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MOTIVO
               NOT INVALID KEY
                   IF CLI-INATIVO
                       STRING 'CLIENTE INATIVO - USAR O CODIGO '
                              DELIMITED BY SIZE
                              CLI-SUCESSOR DELIMITED BY SIZE
                           INTO WRK-MOTIVO
                       END-STRING
                   END-IF
           END-READ.

       0435-CONFERIR-REFERENCIA.
           SET IDX-REF TO 1.
           SEARCH TAB-REF-ITEM
               AT END
                   CONTINUE
               WHEN IDX-REF > WRK-QTD-REFS
                   CONTINUE
               WHEN TAB-REF-CLIENTE (IDX-REF) = WRK-CLIENTE
                   AND TAB-REF-REFERENCIA (IDX-REF) = WRK-REFERENCIA
                   MOVE TAB-REF-PEDIDO (IDX-REF) TO WRK-PEDIDO-ED
                   STRING 'REFERENCIA JA IMPORTADA NO PEDIDO '
                          DELIMITED BY SIZE
                          WRK-PEDIDO-ED DELIMITED BY SIZE
                       INTO WRK-MOTIVO
                   END-STRING
           END-SEARCH.

      * O ITEM SO E GUARDADO ENQUANTO O PEDIDO ESTA LIMPO; DEPOIS DO
      * PRIMEIRO ERRO O RESTO DO PEDIDO E SO LIDO ATE A PROXIMA H
       0440-CRITICAR-ITEM.
           IF WRK-MOTIVO = SPACES
               ADD 1 TO WRK-QTD-ITENS
               MOVE WRK-QTD-ITENS TO WRK-ITEM-ED
               EVALUATE TRUE
                   WHEN WRK-QTD-ITENS > 99
                       MOVE 'PEDIDO COM MAIS DE 99 ITENS' TO WRK-MOTIVO
                   WHEN EDI-PRODUTO = SPACES
                       STRING 'ITEM ' DELIMITED BY SIZE
                              WRK-ITEM-ED DELIMITED BY SIZE
                              ': PRODUTO EM BRANCO' DELIMITED BY SIZE
                           INTO WRK-MOTIVO
                       END-STRING
                   WHEN EDI-VALOR-X NOT NUMERIC
                       STRING 'ITEM ' DELIMITED BY SIZE
                              WRK-ITEM-ED DELIMITED BY SIZE
                              ': VALOR INVALIDO - SO DIGITOS'
                                  DELIMITED BY SIZE
                           INTO WRK-MOTIVO
                       END-STRING
                   WHEN EDI-PESO-X NOT NUMERIC
                       STRING 'ITEM ' DELIMITED BY SIZE
                              WRK-ITEM-ED DELIMITED BY SIZE
                              ': PESO INVALIDO - SO DIGITOS'
                                  DELIMITED BY SIZE
                           INTO WRK-MOTIVO
                       END-STRING
                   WHEN EDI-COMPR-X NOT NUMERIC
                       OR EDI-LARG-X NOT NUMERIC
                       OR EDI-ALT-X NOT NUMERIC
                       STRING 'ITEM ' DELIMITED BY SIZE
                              WRK-ITEM-ED DELIMITED BY SIZE
                              ': DIMENSAO INVALIDA - SO DIGITOS'
                                  DELIMITED BY SIZE
                           INTO WRK-MOTIVO
                       END-STRING
                   WHEN OTHER
                       PERFORM 0445-GUARDAR-ITEM
               END-EVALUATE
           END-IF.

       0445-GUARDAR-ITEM.
           MOVE EDI-PRODUTO TO TAB-ITM-PRODUTO (WRK-QTD-ITENS).
           MOVE EDI-VALOR   TO TAB-ITM-VALOR (WRK-QTD-ITENS).
           MOVE EDI-PESO    TO TAB-ITM-PESO (WRK-QTD-ITENS).
           MOVE EDI-COMPR   TO TAB-ITM-COMPR (WRK-QTD-ITENS).
           MOVE EDI-LARG    TO TAB-ITM-LARG (WRK-QTD-ITENS).
           MOVE EDI-ALT     TO TAB-ITM-ALT (WRK-QTD-ITENS).

      * FIM DO PEDIDO: SEM ERRO E COM ITENS, ELE RECEBE O PROXIMO
      * NUMERO E ENTRA NA TABELA DO PEDIDOS.DAT; DE TODO JEITO O
      * RESULTADO VAI PARA O RETORNO DO CLIENTE
       0500-FECHAR-PEDIDO.
           IF PEDIDO-ABERTO
               IF WRK-MOTIVO = SPACES AND WRK-QTD-ITENS = 0
                   MOVE 'PEDIDO SEM ITENS' TO WRK-MOTIVO
               END-IF
               IF WRK-MOTIVO = SPACES
                   AND WRK-QTD-REGS + WRK-QTD-ITENS + 2 > 500
                   MOVE 'PEDIDOS.DAT CHEIO - REENVIAR DEPOIS DO LOTE'
                       TO WRK-MOTIVO
               END-IF
               IF WRK-MOTIVO = SPACES
                   AND WRK-QTD-REFS >= 3000
                   MOVE 'CONTROLE DE REFERENCIAS CHEIO - REENVIAR'
                       TO WRK-MOTIVO
               END-IF
               IF WRK-MOTIVO = SPACES
                   PERFORM 0510-INCLUIR-PEDIDO
               ELSE
                   ADD 1 TO WRK-CONT-RECUSADOS
               END-IF
               PERFORM 0550-GUARDAR-RESULTADO
               MOVE 'N' TO WRK-FLAG-ABERTO
           END-IF.

      * O GRUPO SAI NAS COLUNAS DO LAYOUT DO FRETE, COMO O
      * 0324-MONTAR-PEDIDO DO CADASTRO-PEDIDOS MONTA
       0510-INCLUIR-PEDIDO.
           ADD 1 TO WRK-PROX-NUMERO.
           ADD 1 TO WRK-CONT-ACEITOS.

           MOVE SPACES TO WRK-REG-PEDIDO.
           MOVE '1' TO WRK-PED-TIPO.
           MOVE WRK-PROX-NUMERO TO WRK-PED-NUMERO.
           MOVE WRK-CLIENTE TO WRK-PED-CLIENTE.
           MOVE WRK-UF      TO WRK-PED-UF.
           MOVE WRK-METODO  TO WRK-PED-METODO.
           MOVE WRK-MOEDA   TO WRK-PED-MOEDA.
           MOVE WRK-ORIGEM  TO WRK-PED-ORIGEM.
           MOVE 'IMPORTA-PEDIDOS' TO WRK-PED-OPERADOR.
           ADD 1 TO WRK-QTD-REGS.
           MOVE WRK-REG-PEDIDO TO TAB-REG-LINHA (WRK-QTD-REGS).

           PERFORM VARYING WRK-IDX-ITM FROM 1 BY 1
                   UNTIL WRK-IDX-ITM > WRK-QTD-ITENS
               MOVE SPACES TO WRK-REG-PEDIDO
               MOVE '2' TO WRK-PED-TIPO
               MOVE WRK-PROX-NUMERO TO WRK-PED-NUMERO
               MOVE TAB-ITM-PRODUTO (WRK-IDX-ITM) TO WRK-PED-PRODUTO
               MOVE TAB-ITM-VALOR (WRK-IDX-ITM)   TO WRK-PED-VALOR
               MOVE TAB-ITM-PESO (WRK-IDX-ITM)    TO WRK-PED-PESO
               MOVE TAB-ITM-COMPR (WRK-IDX-ITM)   TO WRK-PED-COMPR
               MOVE TAB-ITM-LARG (WRK-IDX-ITM)    TO WRK-PED-LARG
               MOVE TAB-ITM-ALT (WRK-IDX-ITM)     TO WRK-PED-ALT
               ADD 1 TO WRK-QTD-REGS
               MOVE WRK-REG-PEDIDO TO TAB-REG-LINHA (WRK-QTD-REGS)
           END-PERFORM.

           MOVE SPACES TO WRK-REG-PEDIDO.
           MOVE '3' TO WRK-PED-TIPO.
           MOVE WRK-PROX-NUMERO TO WRK-PED-NUMERO.
           MOVE WRK-QTD-ITENS TO WRK-PED-QTD.
           ADD 1 TO WRK-QTD-REGS.
           MOVE WRK-REG-PEDIDO TO TAB-REG-LINHA (WRK-QTD-REGS).

           ADD 1 TO WRK-QTD-REFS.
           MOVE WRK-CLIENTE     TO TAB-REF-CLIENTE (WRK-QTD-REFS).
           MOVE WRK-REFERENCIA  TO TAB-REF-REFERENCIA (WRK-QTD-REFS).
           MOVE WRK-PROX-NUMERO TO TAB-REF-PEDIDO (WRK-QTD-REFS).

       0550-GUARDAR-RESULTADO.
           IF WRK-QTD-RESULTADOS >= 1000
               DISPLAY 'TABELA DE RETORNO CHEIA - PEDIDO '
                   WRK-REFERENCIA ' DO CLIENTE ' WRK-CLIENTE
                   ' FORA DO RETORNO'
           ELSE
               ADD 1 TO WRK-QTD-RESULTADOS
               MOVE WRK-CLIENTE
                   TO TAB-RES-CLIENTE (WRK-QTD-RESULTADOS)
               MOVE WRK-REFERENCIA
                   TO TAB-RES-REFERENCIA (WRK-QTD-RESULTADOS)
               MOVE WRK-MOTIVO
                   TO TAB-RES-MOTIVO (WRK-QTD-RESULTADOS)
               MOVE 'N' TO TAB-RES-GRAVADO (WRK-QTD-RESULTADOS)
               IF WRK-MOTIVO = SPACES
                   MOVE 'A' TO TAB-RES-SITUACAO (WRK-QTD-RESULTADOS)
                   MOVE WRK-PROX-NUMERO
                       TO TAB-RES-PEDIDO (WRK-QTD-RESULTADOS)
               ELSE
                   MOVE 'R' TO TAB-RES-SITUACAO (WRK-QTD-RESULTADOS)
                   MOVE ZEROS TO TAB-RES-PEDIDO (WRK-QTD-RESULTADOS)
               END-IF
           END-IF.

      * REESCREVE O PEDIDOS.DAT COM O TRAILER DE BALANCEAMENTO
      * RECALCULADO, COMO O 0600-GRAVAR-PEDIDOS DO CADASTRO-PEDIDOS.
      * A TRAVA E CONFERIDA DE NOVO: O LOTE PODE TER COMECADO
      * DURANTE A IMPORTACAO, E ENTAO NADA E GRAVADO
       0600-GRAVAR-PEDIDOS.
           PERFORM 9550-CONFERIR-TRAVA.
           IF TRAVA-ATIVA
               DISPLAY 'JANELA DE LOTE EM USO POR '
                   WRK-TL-PROGRAMA ' DESDE ' WRK-TL-DATA
                   ' - GRAVACAO RECUSADA, IMPORTACAO DESCARTADA'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ZEROS TO WRK-HASH-VALOR.
           PERFORM VARYING WRK-IDX-REG FROM 1 BY 1
                   UNTIL WRK-IDX-REG > WRK-QTD-REGS
               MOVE TAB-REG-LINHA (WRK-IDX-REG) TO WRK-REG-PEDIDO
               IF REG-ITEM AND WRK-PED-VALOR NUMERIC
                   ADD WRK-PED-VALOR TO WRK-HASH-VALOR
               END-IF
           END-PERFORM.

           OPEN OUTPUT ARQ-PEDIDOS.
           IF WRK-FS-PEDIDOS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR PEDIDOS.DAT - FS='
                   WRK-FS-PEDIDOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WRK-IDX-REG FROM 1 BY 1
                   UNTIL WRK-IDX-REG > WRK-QTD-REGS
               WRITE REG-PEDIDO FROM TAB-REG-LINHA (WRK-IDX-REG)
           END-PERFORM.

           MOVE SPACES TO WRK-REG-PEDIDO.
           MOVE '9' TO WRK-PED-TIPO.
           MOVE WRK-QTD-REGS TO WRK-PED-NUMERO.
           MOVE WRK-HASH-VALOR TO WRK-PED-HASH.
           WRITE REG-PEDIDO FROM WRK-REG-PEDIDO.
           CLOSE ARQ-PEDIDOS.

      * SO AS REFERENCIAS ACEITAS NESTA RODADA SAO ANEXADAS
       0650-GRAVAR-REFERENCIAS.
           OPEN EXTEND ARQ-REFERENCIAS.
           IF WRK-FS-REFERENCIAS = '35'
               OPEN OUTPUT ARQ-REFERENCIAS
           END-IF.
           IF WRK-FS-REFERENCIAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR EDIREF.DAT - FS='
                   WRK-FS-REFERENCIAS
               MOVE 8 TO RETURN-CODE
           ELSE
               COMPUTE WRK-IDX-REFS = WRK-QTD-REFS-ANTES + 1
               PERFORM VARYING WRK-IDX-REFS FROM WRK-IDX-REFS BY 1
                       UNTIL WRK-IDX-REFS > WRK-QTD-REFS
                   MOVE TAB-REF-CLIENTE (WRK-IDX-REFS) TO REF-CLIENTE
                   MOVE TAB-REF-REFERENCIA (WRK-IDX-REFS)
                       TO REF-REFERENCIA
                   MOVE TAB-REF-PEDIDO (WRK-IDX-REFS) TO REF-PEDIDO
                   MOVE WRK-DATA-HOJE TO REF-DATA
                   WRITE REG-REFERENCIA
               END-PERFORM
               CLOSE ARQ-REFERENCIAS
           END-IF.

      * UM ARQUIVO DE RETORNO POR CLIENTE: O PRIMEIRO RESULTADO AINDA
      * NAO GRAVADO ABRE O ARQUIVO DO SEU CLIENTE, QUE RECEBE TODOS
      * OS RESULTADOS DELE NA ORDEM DO ARQUIVO RECEBIDO
       0700-GRAVAR-RETORNOS.
           PERFORM VARYING WRK-IDX-RES FROM 1 BY 1
                   UNTIL WRK-IDX-RES > WRK-QTD-RESULTADOS
               IF TAB-RES-GRAVADO (WRK-IDX-RES) = 'N'
                   MOVE TAB-RES-CLIENTE (WRK-IDX-RES)
                       TO WRK-CLIENTE-ACK
                   PERFORM 0710-GRAVAR-RETORNO-CLIENTE
               END-IF
           END-PERFORM.

       0710-GRAVAR-RETORNO-CLIENTE.
           MOVE SPACES TO WRK-NOME-RETORNO.
           IF WRK-CLIENTE-ACK = SPACES
               STRING 'EDIACK.SEMCLI.D' DELIMITED BY SIZE
                      WRK-DATA-HOJE     DELIMITED BY SIZE
                      '.DAT'            DELIMITED BY SIZE
                   INTO WRK-NOME-RETORNO
               END-STRING
           ELSE
               STRING 'EDIACK.'         DELIMITED BY SIZE
                      WRK-CLIENTE-ACK   DELIMITED BY SPACE
                      '.D'              DELIMITED BY SIZE
                      WRK-DATA-HOJE     DELIMITED BY SIZE
                      '.DAT'            DELIMITED BY SIZE
                   INTO WRK-NOME-RETORNO
               END-STRING
           END-IF.
           OPEN OUTPUT ARQ-RETORNO.
           IF WRK-FS-RETORNO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ' WRK-NOME-RETORNO ' - FS='
                   WRK-FS-RETORNO
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WRK-CONT-RETORNOS
           END-IF.
           PERFORM VARYING WRK-IDX-ACK FROM WRK-IDX-RES BY 1
                   UNTIL WRK-IDX-ACK > WRK-QTD-RESULTADOS
               IF TAB-RES-GRAVADO (WRK-IDX-ACK) = 'N'
                   AND TAB-RES-CLIENTE (WRK-IDX-ACK) = WRK-CLIENTE-ACK
                   MOVE 'S' TO TAB-RES-GRAVADO (WRK-IDX-ACK)
                   IF WRK-FS-RETORNO = '00'
                       PERFORM 0720-GRAVAR-LINHA-RETORNO
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-FS-RETORNO = '00'
               CLOSE ARQ-RETORNO
           END-IF.

       0720-GRAVAR-LINHA-RETORNO.
           MOVE TAB-RES-CLIENTE (WRK-IDX-ACK)    TO ACK-CLIENTE.
           MOVE TAB-RES-REFERENCIA (WRK-IDX-ACK) TO ACK-REFERENCIA.
           MOVE TAB-RES-SITUACAO (WRK-IDX-ACK)   TO ACK-SITUACAO.
           MOVE TAB-RES-PEDIDO (WRK-IDX-ACK)     TO ACK-PEDIDO.
           MOVE WRK-DATA-HOJE                    TO ACK-DATA.
           IF TAB-RES-SITUACAO (WRK-IDX-ACK) = 'A'
               MOVE 'ACEITO' TO ACK-MOTIVO
           ELSE
               MOVE TAB-RES-MOTIVO (WRK-IDX-ACK) TO ACK-MOTIVO
           END-IF.
           WRITE REG-RETORNO.

           COPY VERTRAVA.

           COPY GRAVALOG.
