       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPRAS-ABERTAS.
      ***************************
      * Área de comentários
      * OBJETIVO: RELATORIO DOS PEDIDOS DE COMPRA EM ABERTO: TODA
      * LINHA DO PEDCOMPRA.DAT AINDA NAO RECEBIDA POR INTEIRO (ABERTA
      * OU RECEBIDA EM PARTE PELO RECEBE-MERCADORIAS), POR FORNECEDOR
      * E PEDIDO, COM O PEDIDO, O JA RECEBIDO, O SALDO A RECEBER EM
      * EMBALAGENS E M2, O VALOR DO SALDO PELO PRECO DO PEDIDO E OS
      * DIAS DESDE A EMISSAO. SUBTOTAL POR FORNECEDOR E TOTAL GERAL.
      * SAI EM COMPRABERTA.DYYYYMMDD.RPT, ANOTADO NO RELCAT.DAT
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDCOMPRA ASSIGN TO 'PEDCOMPRA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDCOMPRA.

      * CADASTRO SO PARA O NOME DO FORNECEDOR NA QUEBRA; E OPCIONAL
           SELECT ARQ-FORNECEDORES ASSIGN TO 'FORNECEDORES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FORNECEDORES.

      * LINHAS EM ABERTO NA ORDEM FORNECEDOR / PEDIDO / ITEM
           SELECT ARQ-CLASSIF ASSIGN TO 'SORTWK01'.

           SELECT ARQ-RELATORIO ASSIGN TO DYNAMIC WRK-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

           SELECT ARQ-CATALOGO ASSIGN TO 'RELCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CATALOGO.

           SELECT ARQ-RUNLOG ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA DIVISION.
       FILE SECTION.
      * SITUACAO DA LINHA: A=ABERTA, P=RECEBIDA EM PARTE,
      * R=RECEBIDA POR INTEIRO
       FD  ARQ-PEDCOMPRA
           RECORDING MODE IS F.
       01  REG-PEDCOMPRA.
           05 PCO-NUMERO        PIC 9(06).
           05 PCO-ITEM          PIC 9(02).
           05 PCO-FORNECEDOR    PIC X(04).
           05 PCO-DATA          PIC 9(08).
           05 PCO-MATERIAL      PIC X(04).
           05 PCO-EMBALAGENS    PIC 9(06).
           05 PCO-EMB-M2        PIC 9(03)V99.
           05 PCO-PRECO-EMB     PIC 9(06)V99.
           05 PCO-VALOR         PIC 9(10)V99.
           05 PCO-RECEBIDAS     PIC 9(06).
           05 PCO-DATA-ULT-REC  PIC 9(08).
           05 PCO-SITUACAO      PIC X(01).
             88 PCO-ABERTA      VALUE 'A'.
             88 PCO-PARCIAL     VALUE 'P'.
             88 PCO-RECEBIDA    VALUE 'R'.

       FD  ARQ-FORNECEDORES.
       01  REG-FORNECEDOR.
           05 FOR-CODIGO        PIC X(04).
           05 FOR-NOME          PIC X(30).
           05 FOR-CONTATO       PIC X(30).
           05 FOR-QTD-MATERIAIS PIC 9(02).
           05 FOR-MATERIAL      PIC X(04) OCCURS 10 TIMES.

       SD  ARQ-CLASSIF.
       01  REG-CLASSIF.
           05 SRT-FORNECEDOR    PIC X(04).
           05 SRT-NUMERO        PIC 9(06).
           05 SRT-ITEM          PIC 9(02).
           05 SRT-DATA          PIC 9(08).
           05 SRT-MATERIAL      PIC X(04).
           05 SRT-EMBALAGENS    PIC 9(06).
           05 SRT-RECEBIDAS     PIC 9(06).
           05 SRT-EMB-M2        PIC 9(03)V99.
           05 SRT-PRECO-EMB     PIC 9(06)V99.
           05 SRT-SITUACAO      PIC X(01).

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO      PIC X(132).

       FD  ARQ-CATALOGO
           RECORDING MODE IS F.
       01  REG-CATALOGO       PIC X(57).

       FD  ARQ-RUNLOG
           RECORDING MODE IS F.
       01  REG-RUNLOG         PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-PEDCOMPRA PIC X(02) VALUE ZEROS.
       77 WRK-FS-FORNECEDORES PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATALOGO PIC X(02) VALUE ZEROS.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WRK-EOF-PEDCOMPRA PIC X(01) VALUE 'N'.
         88 FIM-PEDCOMPRA VALUE 'S'.
       77 WRK-EOF-CLASSIF PIC X(01) VALUE 'N'.
         88 FIM-CLASSIF VALUE 'S'.
       77 WRK-FLAG-FORNECEDORES PIC X(01) VALUE 'N'.
         88 FORNECEDORES-ABERTO VALUE 'S'.
       77 WRK-FLAG-PRIMEIRO PIC X(01) VALUE 'S'.
         88 PRIMEIRO-REGISTRO VALUE 'S'.

       COPY RUNLOG.

       COPY CATREL.

       COPY IMPRESSO.

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

       77 WRK-FORNECEDOR-ANT PIC X(04) VALUE SPACES.
       77 WRK-NOME-FORNEC PIC X(30) VALUE SPACES.
       77 WRK-SALDO PIC 9(06) VALUE ZEROS.
       77 WRK-SALDO-M2 PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SALDO-VALOR PIC 9(10)V99 VALUE ZEROS.
       77 WRK-DIAS PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-LINHAS PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-VALOR PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-LINHAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-PARCIAIS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-VALOR PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CONT-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      * LINHA DO RELATORIO
       01 WRK-LINHA-DETALHE.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-NUMERO      PIC 9(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-ITEM        PIC Z9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-DATA        PIC 9(04)/99/99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-MATERIAL    PIC X(04).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-PEDIDAS     PIC ZZZ.ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-RECEBIDAS   PIC ZZZ.ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-SALDO       PIC ZZZ.ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-SALDO-M2    PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-DIAS        PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-SITUACAO    PIC X(07).

      * CABECALHO DE COLUNAS, ALINHADO COLUNA A COLUNA COM
      * WRK-LINHA-DETALHE ACIMA, REPETIDO A CADA PAGINA
       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE 'PEDIDO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(02) VALUE 'IT'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'EMISSAO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(04) VALUE 'MAT.'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(07) VALUE 'PEDIDAS'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(07) VALUE 'RECEBID'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(07) VALUE '  SALDO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(13) VALUE '     SALDO M2'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(17) VALUE
                                  ' VALOR SALDO (R$)'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(05) VALUE ' DIAS'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(07) VALUE 'SITUAC.'.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-PEDCOMPRA.
           MOVE 'N' TO WRK-EOF-CLASSIF.
           MOVE 'N' TO WRK-FLAG-FORNECEDORES.
           MOVE 'S' TO WRK-FLAG-PRIMEIRO.
           MOVE ZEROS TO WRK-CTL-LIDOS.
           MOVE ZEROS TO WRK-CTL-PROCESSADOS.
           MOVE ZEROS TO WRK-CTL-REJEITADOS.
           MOVE ZEROS TO WRK-TOT-LINHAS.
           MOVE ZEROS TO WRK-TOT-PARCIAIS.
           MOVE ZEROS TO WRK-TOT-VALOR.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           PERFORM 0200-ABRIR-ARQUIVOS.
           SORT ARQ-CLASSIF
               ON ASCENDING KEY SRT-FORNECEDOR
                                SRT-NUMERO
                                SRT-ITEM
               INPUT PROCEDURE IS 0300-LIBERAR-ABERTAS
               OUTPUT PROCEDURE IS 0400-IMPRIMIR-ABERTAS.
           PERFORM 0500-IMPRIMIR-TOTAIS.
           PERFORM 9820-ENCERRAR-RELATORIO.
           CLOSE ARQ-RELATORIO.
           IF FORNECEDORES-ABERTO
               CLOSE ARQ-FORNECEDORES
           END-IF.

           MOVE WRK-TOT-LINHAS TO WRK-CTL-PROCESSADOS.
           MOVE 'COMPRAS-ABERTAS' TO WRK-RL-PROGRAMA.
           PERFORM 9700-GRAVAR-CONTROLE.

           MOVE WRK-TOT-LINHAS TO WRK-CONT-ED.
           DISPLAY 'LINHAS DE PEDIDO EM ABERTO.: ' WRK-CONT-ED.
           MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
           DISPLAY 'VALOR A RECEBER.........R$: ' WRK-VALOR-ED.
           DISPLAY 'RELATORIO EM ' WRK-NOME-RELATORIO.
           GOBACK.

       0200-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-FORNECEDORES.
           IF WRK-FS-FORNECEDORES = '00'
               SET FORNECEDORES-ABERTO TO TRUE
           END-IF.

           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING 'COMPRABERTA.D' DELIMITED BY SIZE
                  WRK-DATA-HOJE   DELIMITED BY SIZE
                  '.RPT'          DELIMITED BY SIZE
               INTO WRK-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ' WRK-NOME-RELATORIO ' - FS='
                   WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'COMPRAS-ABERTAS'  TO WRK-CAT-RELATORIO.
           MOVE WRK-DATA-HOJE      TO WRK-CAT-DATA.
           MOVE WRK-NOME-RELATORIO TO WRK-CAT-ARQUIVO.
           MOVE 'P'                TO WRK-CAT-SITUACAO.
           PERFORM 9650-GRAVAR-CATALOGO.

           MOVE 'PEDIDOS DE COMPRA EM ABERTO' TO WRK-IMP-TITULO.
           MOVE 'COMPRAS-ABERTAS' TO WRK-IMP-PROGRAMA.
           MOVE WRK-DATA-HOJE TO WRK-IMP-DATA.
           MOVE ZEROS TO WRK-IMP-PAGINA.
           MOVE 99 TO WRK-IMP-LINHA.

      * ARQUIVO AUSENTE: NENHUM PEDIDO EMITIDO, RELATORIO SO COM OS
      * TOTAIS ZERADOS
       0300-LIBERAR-ABERTAS.
           OPEN INPUT ARQ-PEDCOMPRA.
           IF WRK-FS-PEDCOMPRA = '00'
               PERFORM UNTIL FIM-PEDCOMPRA
                   READ ARQ-PEDCOMPRA
                       AT END
                           MOVE 'S' TO WRK-EOF-PEDCOMPRA
                       NOT AT END
                           ADD 1 TO WRK-CTL-LIDOS
                           IF NOT PCO-RECEBIDA
                               AND PCO-EMBALAGENS > PCO-RECEBIDAS
                               PERFORM 0310-LIBERAR-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PEDCOMPRA
           ELSE
               IF WRK-FS-PEDCOMPRA NOT = '35'
                   DISPLAY 'ERRO AO ABRIR PEDCOMPRA.DAT - FS='
                       WRK-FS-PEDCOMPRA
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       0310-LIBERAR-LINHA.
           MOVE PCO-FORNECEDOR TO SRT-FORNECEDOR.
           MOVE PCO-NUMERO     TO SRT-NUMERO.
           MOVE PCO-ITEM       TO SRT-ITEM.
           MOVE PCO-DATA       TO SRT-DATA.
           MOVE PCO-MATERIAL   TO SRT-MATERIAL.
           MOVE PCO-EMBALAGENS TO SRT-EMBALAGENS.
           MOVE PCO-RECEBIDAS  TO SRT-RECEBIDAS.
           MOVE PCO-EMB-M2     TO SRT-EMB-M2.
           MOVE PCO-PRECO-EMB  TO SRT-PRECO-EMB.
           MOVE PCO-SITUACAO   TO SRT-SITUACAO.
           RELEASE REG-CLASSIF.

       0400-IMPRIMIR-ABERTAS.
           PERFORM UNTIL FIM-CLASSIF
               RETURN ARQ-CLASSIF
                   AT END
                       MOVE 'S' TO WRK-EOF-CLASSIF
                   NOT AT END
                       IF PRIMEIRO-REGISTRO
                           MOVE 'N' TO WRK-FLAG-PRIMEIRO
                           PERFORM 0410-ABRIR-FORNECEDOR
                       ELSE
                           IF SRT-FORNECEDOR NOT = WRK-FORNECEDOR-ANT
                               PERFORM 0430-FECHAR-FORNECEDOR
                               PERFORM 0410-ABRIR-FORNECEDOR
                           END-IF
                       END-IF
                       PERFORM 0420-IMPRIMIR-LINHA
               END-RETURN
           END-PERFORM.
           IF NOT PRIMEIRO-REGISTRO
               PERFORM 0430-FECHAR-FORNECEDOR
           END-IF.

       0410-ABRIR-FORNECEDOR.
           MOVE SRT-FORNECEDOR TO WRK-FORNECEDOR-ANT.
           MOVE ZEROS TO WRK-SUB-LINHAS.
           MOVE ZEROS TO WRK-SUB-VALOR.
           MOVE '(FORA DO CADASTRO)' TO WRK-NOME-FORNEC.
           IF FORNECEDORES-ABERTO
               MOVE SRT-FORNECEDOR TO FOR-CODIGO
               READ ARQ-FORNECEDORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FOR-NOME TO WRK-NOME-FORNEC
               END-READ
           END-IF.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'FORNECEDOR ' DELIMITED BY SIZE
                  SRT-FORNECEDOR DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WRK-NOME-FORNEC DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

      * SALDO DA LINHA VALORIZADO PELO PRECO DA EMBALAGEM DO PEDIDO;
      * OS DIAS CONTAM DA EMISSAO ATE HOJE
       0420-IMPRIMIR-LINHA.
           COMPUTE WRK-SALDO = SRT-EMBALAGENS - SRT-RECEBIDAS.
           COMPUTE WRK-SALDO-M2 = WRK-SALDO * SRT-EMB-M2.
           COMPUTE WRK-SALDO-VALOR = WRK-SALDO * SRT-PRECO-EMB.
           COMPUTE WRK-DIAS =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) -
               FUNCTION INTEGER-OF-DATE(SRT-DATA).
           ADD 1 TO WRK-SUB-LINHAS.
           ADD 1 TO WRK-TOT-LINHAS.
           ADD WRK-SALDO-VALOR TO WRK-SUB-VALOR.
           ADD WRK-SALDO-VALOR TO WRK-TOT-VALOR.

           MOVE SRT-NUMERO TO WRK-LD-NUMERO.
           MOVE SRT-ITEM TO WRK-LD-ITEM.
           MOVE SRT-DATA TO WRK-LD-DATA.
           MOVE SRT-MATERIAL TO WRK-LD-MATERIAL.
           MOVE SRT-EMBALAGENS TO WRK-LD-PEDIDAS.
           MOVE SRT-RECEBIDAS TO WRK-LD-RECEBIDAS.
           MOVE WRK-SALDO TO WRK-LD-SALDO.
           MOVE WRK-SALDO-M2 TO WRK-LD-SALDO-M2.
           MOVE WRK-SALDO-VALOR TO WRK-LD-VALOR.
           MOVE WRK-DIAS TO WRK-LD-DIAS.
           IF SRT-SITUACAO = 'P'
               MOVE 'PARCIAL' TO WRK-LD-SITUACAO
               ADD 1 TO WRK-TOT-PARCIAIS
           ELSE
               MOVE 'ABERTA' TO WRK-LD-SITUACAO
           END-IF.
           MOVE WRK-LINHA-DETALHE TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

       0430-FECHAR-FORNECEDOR.
           MOVE WRK-SUB-LINHAS TO WRK-CONT-ED.
           MOVE WRK-SUB-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING '  SUBTOTAL DO FORNECEDOR ' DELIMITED BY SIZE
                  WRK-FORNECEDOR-ANT DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
                  ' LINHA(S) EM ABERTO - SALDO R$' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

       0500-IMPRIMIR-TOTAIS.
           IF PRIMEIRO-REGISTRO
               MOVE SPACES TO WRK-IMP-AREA
               MOVE 'NENHUMA LINHA DE PEDIDO DE COMPRA EM ABERTO'
                   TO WRK-IMP-AREA
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.
           MOVE WRK-TOT-LINHAS TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'LINHAS EM ABERTO..........: ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-TOT-PARCIAIS TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'DELAS RECEBIDAS EM PARTE..: ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'SALDO TOTAL A RECEBER...R$' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

      * QUADRO DE IMPRESSAO PADRAO (IMPRESSO.CPY)
       9800-IMPRIMIR-LINHA.
           IF WRK-IMP-LINHA >= WRK-IMP-LINHAS-PAG
               PERFORM 9810-NOVA-PAGINA
           END-IF.
           WRITE REG-RELATORIO FROM WRK-IMP-AREA.
           ADD 1 TO WRK-IMP-LINHA.

       9810-NOVA-PAGINA.
           ADD 1 TO WRK-IMP-PAGINA.
           MOVE WRK-IMP-PAGINA TO WRK-IMP-PAGINA-ED.
           WRITE REG-RELATORIO FROM WRK-IMP-CAB-PAGINA.
           WRITE REG-RELATORIO FROM WRK-LINHA-CABECALHO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 3 TO WRK-IMP-LINHA.

       9820-ENCERRAR-RELATORIO.
           WRITE REG-RELATORIO FROM WRK-IMP-FIM-RELATORIO.

           COPY GRAVALOG.

           COPY GRAVACAT.
