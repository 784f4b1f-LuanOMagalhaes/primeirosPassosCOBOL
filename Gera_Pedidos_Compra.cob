       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERA-PEDIDOS-COMPRA.
      ***************************
      * Área de comentários
      * OBJETIVO: TRANSFORMAR A FALTA POR MATERIAL APURADA PELO
      * LISTA-COMPRAS (FALTAS.DAT) EM PEDIDOS DE COMPRA NUMERADOS,
      * UM POR FORNECEDOR, NO LUGAR DA COMPRA POR TELEFONE. CADA
      * MATERIAL VAI PARA O PRIMEIRO FORNECEDOR (NA ORDEM DO CODIGO)
      * QUE O FORNECE EM FORNECEDORES.DAT. DA FALTA SAI O QUE JA
      * ESTA ENCOMENDADO E AINDA NAO CHEGOU (LINHAS ABERTAS DO
      * PEDCOMPRA.DAT), PARA A RODADA SEGUINTE NAO PEDIR DE NOVO; O
      * RESTO E CONVERTIDO EM EMBALAGENS INTEIRAS E PRECIFICADO PELA
      * EMBALAGEM DE PRECOS.DAT. AS LINHAS NOVAS ENTRAM NO
      * PEDCOMPRA.DAT (LIDO PELO RECEBE-MERCADORIAS E PELO
      * COMPRAS-ABERTAS) E OS PEDIDOS SAEM IMPRESSOS, UM POR PAGINA,
      * EM PEDCOMPRA.DYYYYMMDD.RPT, ANOTADO NO RELCAT.DAT, COM AS
      * FALTAS QUE NAO VIRARAM PEDIDO NO FIM
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FALTAS ASSIGN TO 'FALTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FALTAS.

           SELECT ARQ-PRECOS ASSIGN TO 'PRECOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRECOS.

           SELECT ARQ-FORNECEDORES ASSIGN TO 'FORNECEDORES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FORNECEDORES.

      * LINHAS DOS PEDIDOS DE COMPRA: LIDAS PARA O NUMERO SEGUINTE E
      * PARA O QUE JA ESTA ENCOMENDADO, ESTENDIDAS COM AS NOVAS
           SELECT ARQ-PEDCOMPRA ASSIGN TO 'PEDCOMPRA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDCOMPRA.

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
       FD  ARQ-FALTAS
           RECORDING MODE IS F.
       01  REG-FALTA.
           05 FAL-MATERIAL    PIC X(04).
           05 FAL-QTD-M2      PIC 9(08)V99.

       FD  ARQ-PRECOS
           RECORDING MODE IS F.
       01  REG-PRECO.
           05 PRE-MATERIAL    PIC X(04).
           05 PRE-PRECO       PIC 9(04)V99.
           05 PRE-EMB-M2      PIC 9(03)V99.
           05 PRE-PRECO-EMB   PIC 9(06)V99.
           05 PRE-TIPO        PIC X(01).

       FD  ARQ-FORNECEDORES.
       01  REG-FORNECEDOR.
           05 FOR-CODIGO        PIC X(04).
           05 FOR-NOME          PIC X(30).
           05 FOR-CONTATO       PIC X(30).
           05 FOR-QTD-MATERIAIS PIC 9(02).
           05 FOR-MATERIAL      PIC X(04) OCCURS 10 TIMES.

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
       77 WRK-FS-FALTAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-PRECOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-FORNECEDORES PIC X(02) VALUE ZEROS.
       77 WRK-FS-PEDCOMPRA PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATALOGO PIC X(02) VALUE ZEROS.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WRK-EOF-ARQUIVO PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO VALUE 'S'.

       COPY RUNLOG.

       COPY CATREL.

       COPY IMPRESSO.

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

      * PRECOS E EMBALAGENS, COMO NO LISTA-COMPRAS
       77 WRK-QTD-PRECOS PIC 9(02) VALUE ZEROS.
       01 TAB-PRECOS.
           05 TAB-PRE-ITEM OCCURS 50 TIMES
                            INDEXED BY IDX-PRE.
               10 TAB-PRE-MATERIAL  PIC X(04).
               10 TAB-PRE-EMB-M2    PIC 9(03)V99.
               10 TAB-PRE-PRECO-EMB PIC 9(06)V99.

      * FORNECEDORES NA ORDEM DO CODIGO, COM OS MATERIAIS DE CADA UM
       77 WRK-QTD-FORNEC PIC 9(02) VALUE ZEROS.
       01 TAB-FORNECEDORES.
           05 TAB-FOR-ITEM OCCURS 50 TIMES.
               10 TAB-FOR-CODIGO   PIC X(04).
               10 TAB-FOR-NOME     PIC X(30).
               10 TAB-FOR-CONTATO  PIC X(30).
               10 TAB-FOR-QTD-MAT  PIC 9(02).
               10 TAB-FOR-MATERIAL PIC X(04) OCCURS 10 TIMES.
       77 WRK-IDX-FOR PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-MAT PIC 9(02) VALUE ZEROS.

      * M2 JA ENCOMENDADOS E NAO RECEBIDOS, POR MATERIAL
       77 WRK-QTD-ENCOMENDA PIC 9(02) VALUE ZEROS.
       01 TAB-ENCOMENDAS.
           05 TAB-ENC-ITEM OCCURS 50 TIMES
                            INDEXED BY IDX-ENC.
               10 TAB-ENC-MATERIAL PIC X(04).
               10 TAB-ENC-QTD-M2   PIC 9(08)V99.

      * FALTAS DA RODADA E O DESTINO DE CADA UMA: P=VAI PARA PEDIDO,
      * E=COBERTA PELO QUE JA ESTA ENCOMENDADO, S=SEM FORNECEDOR,
      * M=SEM EMBALAGEM EM PRECOS.DAT
       77 WRK-QTD-FALTAS PIC 9(02) VALUE ZEROS.
       01 TAB-FALTAS.
           05 TAB-FAL-ITEM OCCURS 50 TIMES.
               10 TAB-FAL-MATERIAL   PIC X(04).
               10 TAB-FAL-QTD-M2     PIC 9(08)V99.
               10 TAB-FAL-ENCOMENDA  PIC 9(08)V99.
               10 TAB-FAL-COMPRAR    PIC 9(08)V99.
               10 TAB-FAL-PACOTES    PIC 9(06).
               10 TAB-FAL-EMB-M2     PIC 9(03)V99.
               10 TAB-FAL-PRECO-EMB  PIC 9(06)V99.
               10 TAB-FAL-VALOR      PIC 9(10)V99.
               10 TAB-FAL-FORNEC     PIC 9(02).
               10 TAB-FAL-DESTINO    PIC X(01).
       77 WRK-IDX-FAL PIC 9(02) VALUE ZEROS.

       77 WRK-ULT-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-ITEM PIC 9(02) VALUE ZEROS.
       77 WRK-PENDENTE-M2 PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PACOTES PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-PEDIDO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-GERAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CONT-PEDIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-LINHAS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-COBERTAS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-SEM-FORNEC PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-SEM-EMB PIC 9(05) VALUE ZEROS.
       77 WRK-FLAG-TEM-ITEM PIC X(01) VALUE 'N'.
         88 FORNECEDOR-COM-ITEM VALUE 'S'.

       77 WRK-CONT-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-NUMERO-ED PIC 9(06) VALUE ZEROS.
       77 WRK-AREA-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-AREA2-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DATA-ED PIC 9(04)/99/99 VALUE ZEROS.

      * LINHA DO PEDIDO
       01 WRK-LINHA-ITEM.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WRK-LI-ITEM        PIC Z9.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WRK-LI-MATERIAL    PIC X(04).
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WRK-LI-EMBALAGENS  PIC ZZZ.ZZ9.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WRK-LI-EMB-M2      PIC ZZ9,99.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WRK-LI-M2          PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WRK-LI-PRECO-EMB   PIC ZZZ.ZZ9,99.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WRK-LI-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      * CABECALHO DAS LINHAS DO PEDIDO, ALINHADO COLUNA A COLUNA COM
      * WRK-LINHA-ITEM ACIMA, IMPRESSO NO CORPO DE CADA PEDIDO
       01 WRK-CABECALHO-ITEM.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(04) VALUE 'ITEM'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(08) VALUE 'MATERIAL'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(07) VALUE 'EMBALAG'.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE 'M2/EMB'.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 FILLER             PIC X(13) VALUE '     TOTAL M2'.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE ' PRECO EMB'.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 FILLER             PIC X(17) VALUE
                                  '      VALOR (R$)'.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE ZEROS TO WRK-CTL-LIDOS.
           MOVE ZEROS TO WRK-CTL-PROCESSADOS.
           MOVE ZEROS TO WRK-CTL-REJEITADOS.
           MOVE ZEROS TO WRK-QTD-PRECOS.
           MOVE ZEROS TO WRK-QTD-FORNEC.
           MOVE ZEROS TO WRK-QTD-ENCOMENDA.
           MOVE ZEROS TO WRK-QTD-FALTAS.
           MOVE ZEROS TO WRK-ULT-NUMERO.
           MOVE ZEROS TO WRK-TOTAL-GERAL.
           MOVE ZEROS TO WRK-CONT-PEDIDOS.
           MOVE ZEROS TO WRK-CONT-LINHAS.
           MOVE ZEROS TO WRK-CONT-COBERTAS.
           MOVE ZEROS TO WRK-CONT-SEM-FORNEC.
           MOVE ZEROS TO WRK-CONT-SEM-EMB.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           PERFORM 0200-CARREGAR-PRECOS.
           PERFORM 0250-CARREGAR-FORNECEDORES.
           PERFORM 0300-CARREGAR-ENCOMENDAS.
           PERFORM 0400-CARREGAR-FALTAS.
           PERFORM 0500-ABRIR-SAIDAS.
           PERFORM VARYING WRK-IDX-FOR FROM 1 BY 1
                   UNTIL WRK-IDX-FOR > WRK-QTD-FORNEC
               PERFORM 0600-EMITIR-PEDIDO
           END-PERFORM.
           PERFORM 0700-IMPRIMIR-EXCECOES.
           PERFORM 9820-ENCERRAR-RELATORIO.
           CLOSE ARQ-PEDCOMPRA.
           CLOSE ARQ-RELATORIO.

           MOVE WRK-CONT-LINHAS TO WRK-CTL-PROCESSADOS.
           MOVE 'GERA-PED-COMPRA' TO WRK-RL-PROGRAMA.
           PERFORM 9700-GRAVAR-CONTROLE.

           MOVE WRK-CONT-PEDIDOS TO WRK-CONT-ED.
           DISPLAY 'PEDIDOS DE COMPRA EMITIDOS.: ' WRK-CONT-ED.
           MOVE WRK-CONT-LINHAS TO WRK-CONT-ED.
           DISPLAY 'LINHAS DE PEDIDO...........: ' WRK-CONT-ED.
           MOVE WRK-CTL-REJEITADOS TO WRK-CONT-ED.
           DISPLAY 'FALTAS SEM PEDIDO POSSIVEL.: ' WRK-CONT-ED.
           DISPLAY 'RELATORIO EM ' WRK-NOME-RELATORIO.
           GOBACK.

       0200-CARREGAR-PRECOS.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-PRECOS.
           IF WRK-FS-PRECOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR PRECOS.DAT - FS=' WRK-FS-PRECOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-PRECOS
                   AT END
                       MOVE 'S' TO WRK-EOF-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-PRECOS < 50
                           ADD 1 TO WRK-QTD-PRECOS
                           MOVE PRE-MATERIAL
                               TO TAB-PRE-MATERIAL (WRK-QTD-PRECOS)
                           MOVE PRE-EMB-M2
                               TO TAB-PRE-EMB-M2 (WRK-QTD-PRECOS)
                           MOVE PRE-PRECO-EMB
                               TO TAB-PRE-PRECO-EMB (WRK-QTD-PRECOS)
                       ELSE
                           DISPLAY 'TABELA DE PRECOS CHEIA - '
                               'IGNORADO ' PRE-MATERIAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PRECOS.

       0250-CARREGAR-FORNECEDORES.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-FORNECEDORES.
           IF WRK-FS-FORNECEDORES NOT = '00'
               DISPLAY 'ERRO AO ABRIR FORNECEDORES.DAT - FS='
                   WRK-FS-FORNECEDORES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-FORNECEDORES NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-ARQUIVO
                   NOT AT END
                       PERFORM 0255-GUARDAR-FORNECEDOR
               END-READ
           END-PERFORM.
           CLOSE ARQ-FORNECEDORES.

       0255-GUARDAR-FORNECEDOR.
           IF WRK-QTD-FORNEC < 50
               ADD 1 TO WRK-QTD-FORNEC
               MOVE FOR-CODIGO  TO TAB-FOR-CODIGO (WRK-QTD-FORNEC)
               MOVE FOR-NOME    TO TAB-FOR-NOME (WRK-QTD-FORNEC)
               MOVE FOR-CONTATO TO TAB-FOR-CONTATO (WRK-QTD-FORNEC)
               IF FOR-QTD-MATERIAIS NOT NUMERIC
                   OR FOR-QTD-MATERIAIS > 10
                   MOVE ZEROS TO FOR-QTD-MATERIAIS
               END-IF
               MOVE FOR-QTD-MATERIAIS
                   TO TAB-FOR-QTD-MAT (WRK-QTD-FORNEC)
               PERFORM VARYING WRK-IDX-MAT FROM 1 BY 1
                       UNTIL WRK-IDX-MAT > 10
                   MOVE FOR-MATERIAL (WRK-IDX-MAT)
                       TO TAB-FOR-MATERIAL (WRK-QTD-FORNEC,
                                            WRK-IDX-MAT)
               END-PERFORM
           ELSE
               DISPLAY 'TABELA DE FORNECEDORES CHEIA - IGNORADO '
                   FOR-CODIGO
           END-IF.

      * ARQUIVO AUSENTE: NENHUM PEDIDO AINDA, A NUMERACAO COMECA EM 1
       0300-CARREGAR-ENCOMENDAS.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-PEDCOMPRA.
           IF WRK-FS-PEDCOMPRA = '35'
               CONTINUE
           ELSE
               IF WRK-FS-PEDCOMPRA NOT = '00'
                   DISPLAY 'ERRO AO ABRIR PEDCOMPRA.DAT - FS='
                       WRK-FS-PEDCOMPRA
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-PEDCOMPRA
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           PERFORM 0310-SOMAR-ENCOMENDA
                   END-READ
               END-PERFORM
               CLOSE ARQ-PEDCOMPRA
           END-IF.

       0310-SOMAR-ENCOMENDA.
           IF PCO-NUMERO > WRK-ULT-NUMERO
               MOVE PCO-NUMERO TO WRK-ULT-NUMERO
           END-IF.
           IF NOT PCO-RECEBIDA
               AND PCO-EMBALAGENS > PCO-RECEBIDAS
               COMPUTE WRK-PENDENTE-M2 =
                   (PCO-EMBALAGENS - PCO-RECEBIDAS) * PCO-EMB-M2
               SET IDX-ENC TO 1
               SEARCH TAB-ENC-ITEM
                   AT END
                       PERFORM 0315-CRIAR-ENCOMENDA
                   WHEN IDX-ENC > WRK-QTD-ENCOMENDA
                       PERFORM 0315-CRIAR-ENCOMENDA
                   WHEN TAB-ENC-MATERIAL (IDX-ENC) = PCO-MATERIAL
                       ADD WRK-PENDENTE-M2 TO TAB-ENC-QTD-M2 (IDX-ENC)
               END-SEARCH
           END-IF.

       0315-CRIAR-ENCOMENDA.
           IF WRK-QTD-ENCOMENDA < 50
               ADD 1 TO WRK-QTD-ENCOMENDA
               SET IDX-ENC TO WRK-QTD-ENCOMENDA
               MOVE PCO-MATERIAL TO TAB-ENC-MATERIAL (IDX-ENC)
               MOVE WRK-PENDENTE-M2 TO TAB-ENC-QTD-M2 (IDX-ENC)
           ELSE
               DISPLAY 'TABELA DE ENCOMENDAS CHEIA - IGNORADO '
                   PCO-MATERIAL
           END-IF.

       0400-CARREGAR-FALTAS.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-FALTAS.
           IF WRK-FS-FALTAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR FALTAS.DAT - FS=' WRK-FS-FALTAS
                   ' - RODE O LISTA-COMPRAS ANTES'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-FALTAS
                   AT END
                       MOVE 'S' TO WRK-EOF-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-CTL-LIDOS
                       IF WRK-QTD-FALTAS < 50
                           ADD 1 TO WRK-QTD-FALTAS
                           MOVE WRK-QTD-FALTAS TO WRK-IDX-FAL
                           PERFORM 0410-DESTINAR-FALTA
                       ELSE
                           ADD 1 TO WRK-CTL-REJEITADOS
                           DISPLAY 'TABELA DE FALTAS CHEIA - '
                               'IGNORADO ' FAL-MATERIAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FALTAS.

      * FALTA MENOS O QUE JA ESTA A CAMINHO; O QUE SOBRA VIRA
      * EMBALAGENS INTEIRAS (A DIVISAO TRUNCA E SOBE UMA QUANDO SOBRA
      * FRACAO, COMO NO 0530-CALCULAR-PACOTES DO LISTA-COMPRAS)
       0410-DESTINAR-FALTA.
           MOVE FAL-MATERIAL TO TAB-FAL-MATERIAL (WRK-IDX-FAL).
           MOVE FAL-QTD-M2 TO TAB-FAL-QTD-M2 (WRK-IDX-FAL).
           MOVE ZEROS TO TAB-FAL-ENCOMENDA (WRK-IDX-FAL).
           MOVE ZEROS TO TAB-FAL-COMPRAR (WRK-IDX-FAL).
           MOVE ZEROS TO TAB-FAL-PACOTES (WRK-IDX-FAL).
           MOVE ZEROS TO TAB-FAL-EMB-M2 (WRK-IDX-FAL).
           MOVE ZEROS TO TAB-FAL-PRECO-EMB (WRK-IDX-FAL).
           MOVE ZEROS TO TAB-FAL-VALOR (WRK-IDX-FAL).
           MOVE ZEROS TO TAB-FAL-FORNEC (WRK-IDX-FAL).

           SET IDX-ENC TO 1.
           SEARCH TAB-ENC-ITEM
               AT END
                   CONTINUE
               WHEN IDX-ENC > WRK-QTD-ENCOMENDA
                   CONTINUE
               WHEN TAB-ENC-MATERIAL (IDX-ENC) = FAL-MATERIAL
                   MOVE TAB-ENC-QTD-M2 (IDX-ENC)
                       TO TAB-FAL-ENCOMENDA (WRK-IDX-FAL)
           END-SEARCH.

           SET IDX-PRE TO 1.
           SEARCH TAB-PRE-ITEM
               AT END
                   CONTINUE
               WHEN IDX-PRE > WRK-QTD-PRECOS
                   CONTINUE
               WHEN TAB-PRE-MATERIAL (IDX-PRE) = FAL-MATERIAL
                   MOVE TAB-PRE-EMB-M2 (IDX-PRE)
                       TO TAB-FAL-EMB-M2 (WRK-IDX-FAL)
                   MOVE TAB-PRE-PRECO-EMB (IDX-PRE)
                       TO TAB-FAL-PRECO-EMB (WRK-IDX-FAL)
           END-SEARCH.

           PERFORM 0420-BUSCAR-FORNECEDOR.

           EVALUATE TRUE
               WHEN TAB-FAL-ENCOMENDA (WRK-IDX-FAL) >= FAL-QTD-M2
                   MOVE 'E' TO TAB-FAL-DESTINO (WRK-IDX-FAL)
                   ADD 1 TO WRK-CONT-COBERTAS
               WHEN TAB-FAL-EMB-M2 (WRK-IDX-FAL) = ZEROS
                   MOVE 'M' TO TAB-FAL-DESTINO (WRK-IDX-FAL)
                   ADD 1 TO WRK-CONT-SEM-EMB
                   ADD 1 TO WRK-CTL-REJEITADOS
               WHEN TAB-FAL-FORNEC (WRK-IDX-FAL) = ZEROS
                   MOVE 'S' TO TAB-FAL-DESTINO (WRK-IDX-FAL)
                   ADD 1 TO WRK-CONT-SEM-FORNEC
                   ADD 1 TO WRK-CTL-REJEITADOS
               WHEN OTHER
                   MOVE 'P' TO TAB-FAL-DESTINO (WRK-IDX-FAL)
                   COMPUTE TAB-FAL-COMPRAR (WRK-IDX-FAL) =
                       FAL-QTD-M2 - TAB-FAL-ENCOMENDA (WRK-IDX-FAL)
                   COMPUTE WRK-PACOTES =
                       TAB-FAL-COMPRAR (WRK-IDX-FAL) /
                       TAB-FAL-EMB-M2 (WRK-IDX-FAL)
                   IF WRK-PACOTES * TAB-FAL-EMB-M2 (WRK-IDX-FAL) <
                       TAB-FAL-COMPRAR (WRK-IDX-FAL)
                       ADD 1 TO WRK-PACOTES
                   END-IF
                   MOVE WRK-PACOTES TO TAB-FAL-PACOTES (WRK-IDX-FAL)
                   COMPUTE TAB-FAL-VALOR (WRK-IDX-FAL) =
                       WRK-PACOTES * TAB-FAL-PRECO-EMB (WRK-IDX-FAL)
           END-EVALUATE.

      * PRIMEIRO FORNECEDOR, NA ORDEM DO CODIGO, QUE TEM O MATERIAL
       0420-BUSCAR-FORNECEDOR.
           PERFORM VARYING WRK-IDX-FOR FROM 1 BY 1
                   UNTIL WRK-IDX-FOR > WRK-QTD-FORNEC
                      OR TAB-FAL-FORNEC (WRK-IDX-FAL) NOT = ZEROS
               PERFORM VARYING WRK-IDX-MAT FROM 1 BY 1
                       UNTIL WRK-IDX-MAT >
                             TAB-FOR-QTD-MAT (WRK-IDX-FOR)
                   IF TAB-FOR-MATERIAL (WRK-IDX-FOR, WRK-IDX-MAT) =
                       FAL-MATERIAL
                       AND TAB-FAL-FORNEC (WRK-IDX-FAL) = ZEROS
                       MOVE WRK-IDX-FOR TO TAB-FAL-FORNEC (WRK-IDX-FAL)
                   END-IF
               END-PERFORM
           END-PERFORM.

       0500-ABRIR-SAIDAS.
           OPEN EXTEND ARQ-PEDCOMPRA.
           IF WRK-FS-PEDCOMPRA = '35'
               OPEN OUTPUT ARQ-PEDCOMPRA
           END-IF.
           IF WRK-FS-PEDCOMPRA NOT = '00'
               DISPLAY 'ERRO AO ABRIR PEDCOMPRA.DAT - FS='
                   WRK-FS-PEDCOMPRA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING 'PEDCOMPRA.D'  DELIMITED BY SIZE
                  WRK-DATA-HOJE  DELIMITED BY SIZE
                  '.RPT'         DELIMITED BY SIZE
               INTO WRK-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ' WRK-NOME-RELATORIO ' - FS='
                   WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'PEDIDO-COMPRA'    TO WRK-CAT-RELATORIO.
           MOVE WRK-DATA-HOJE      TO WRK-CAT-DATA.
           MOVE WRK-NOME-RELATORIO TO WRK-CAT-ARQUIVO.
           MOVE 'P'                TO WRK-CAT-SITUACAO.
           PERFORM 9650-GRAVAR-CATALOGO.

           MOVE 'PEDIDOS DE COMPRA DE MATERIAL' TO WRK-IMP-TITULO.
           MOVE 'GERA-PED-COMPRA' TO WRK-IMP-PROGRAMA.
           MOVE WRK-DATA-HOJE TO WRK-IMP-DATA.
           MOVE ZEROS TO WRK-IMP-PAGINA.
           MOVE 99 TO WRK-IMP-LINHA.

      * UM PEDIDO POR FORNECEDOR COM FALTA DESTINADA A ELE, EM PAGINA
      * PROPRIA PARA SEGUIR AO FORNECEDOR
       0600-EMITIR-PEDIDO.
           MOVE 'N' TO WRK-FLAG-TEM-ITEM.
           PERFORM VARYING WRK-IDX-FAL FROM 1 BY 1
                   UNTIL WRK-IDX-FAL > WRK-QTD-FALTAS
               IF TAB-FAL-DESTINO (WRK-IDX-FAL) = 'P'
                   AND TAB-FAL-FORNEC (WRK-IDX-FAL) = WRK-IDX-FOR
                   SET FORNECEDOR-COM-ITEM TO TRUE
               END-IF
           END-PERFORM.
           IF FORNECEDOR-COM-ITEM
               ADD 1 TO WRK-ULT-NUMERO
               ADD 1 TO WRK-CONT-PEDIDOS
               MOVE ZEROS TO WRK-ITEM
               MOVE ZEROS TO WRK-TOTAL-PEDIDO
               PERFORM 0610-IMPRIMIR-CABECALHO-PEDIDO
               PERFORM VARYING WRK-IDX-FAL FROM 1 BY 1
                       UNTIL WRK-IDX-FAL > WRK-QTD-FALTAS
                   IF TAB-FAL-DESTINO (WRK-IDX-FAL) = 'P'
                       AND TAB-FAL-FORNEC (WRK-IDX-FAL) = WRK-IDX-FOR
                       PERFORM 0620-GRAVAR-ITEM
                   END-IF
               END-PERFORM
               ADD WRK-TOTAL-PEDIDO TO WRK-TOTAL-GERAL
               MOVE WRK-TOTAL-PEDIDO TO WRK-VALOR-ED
               MOVE SPACES TO WRK-IMP-AREA
               PERFORM 9800-IMPRIMIR-LINHA
               MOVE SPACES TO WRK-IMP-AREA
               STRING '    TOTAL DO PEDIDO.......: R$' DELIMITED BY SIZE
                      WRK-VALOR-ED DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.

       0610-IMPRIMIR-CABECALHO-PEDIDO.
           MOVE 99 TO WRK-IMP-LINHA.
           MOVE WRK-ULT-NUMERO TO WRK-NUMERO-ED.
           MOVE WRK-DATA-HOJE TO WRK-DATA-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'PEDIDO DE COMPRA ' DELIMITED BY SIZE
                  WRK-NUMERO-ED DELIMITED BY SIZE
                  '   EMITIDO EM ' DELIMITED BY SIZE
                  WRK-DATA-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'FORNECEDOR ' DELIMITED BY SIZE
                  TAB-FOR-CODIGO (WRK-IDX-FOR) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  TAB-FOR-NOME (WRK-IDX-FOR) DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'CONTATO    ' DELIMITED BY SIZE
                  TAB-FOR-CONTATO (WRK-IDX-FOR) DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-CABECALHO-ITEM TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

       0620-GRAVAR-ITEM.
           ADD 1 TO WRK-ITEM.
           ADD 1 TO WRK-CONT-LINHAS.
           MOVE WRK-ULT-NUMERO TO PCO-NUMERO.
           MOVE WRK-ITEM TO PCO-ITEM.
           MOVE TAB-FOR-CODIGO (WRK-IDX-FOR) TO PCO-FORNECEDOR.
           MOVE WRK-DATA-HOJE TO PCO-DATA.
           MOVE TAB-FAL-MATERIAL (WRK-IDX-FAL) TO PCO-MATERIAL.
           MOVE TAB-FAL-PACOTES (WRK-IDX-FAL) TO PCO-EMBALAGENS.
           MOVE TAB-FAL-EMB-M2 (WRK-IDX-FAL) TO PCO-EMB-M2.
           MOVE TAB-FAL-PRECO-EMB (WRK-IDX-FAL) TO PCO-PRECO-EMB.
           MOVE TAB-FAL-VALOR (WRK-IDX-FAL) TO PCO-VALOR.
           MOVE ZEROS TO PCO-RECEBIDAS.
           MOVE ZEROS TO PCO-DATA-ULT-REC.
           MOVE 'A' TO PCO-SITUACAO.
           WRITE REG-PEDCOMPRA.
           ADD PCO-VALOR TO WRK-TOTAL-PEDIDO.

           MOVE PCO-ITEM TO WRK-LI-ITEM.
           MOVE PCO-MATERIAL TO WRK-LI-MATERIAL.
           MOVE PCO-EMBALAGENS TO WRK-LI-EMBALAGENS.
           MOVE PCO-EMB-M2 TO WRK-LI-EMB-M2.
           COMPUTE WRK-LI-M2 = PCO-EMBALAGENS * PCO-EMB-M2.
           MOVE PCO-PRECO-EMB TO WRK-LI-PRECO-EMB.
           MOVE PCO-VALOR TO WRK-LI-VALOR.
           MOVE WRK-LINHA-ITEM TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

      * FALTAS QUE NAO VIRARAM PEDIDO NESTA RODADA, COM O MOTIVO, E
      * OS TOTAIS DA RODADA
       0700-IMPRIMIR-EXCECOES.
           MOVE 99 TO WRK-IMP-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           MOVE 'FALTAS NAO CONVERTIDAS EM PEDIDO NESTA RODADA'
               TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           PERFORM VARYING WRK-IDX-FAL FROM 1 BY 1
                   UNTIL WRK-IDX-FAL > WRK-QTD-FALTAS
               IF TAB-FAL-DESTINO (WRK-IDX-FAL) NOT = 'P'
                   PERFORM 0710-IMPRIMIR-EXCECAO
               END-IF
           END-PERFORM.

           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-CONT-PEDIDOS TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'PEDIDOS EMITIDOS.................: '
                  DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-CONT-LINHAS TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'LINHAS DE PEDIDO.................: '
                  DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-CONT-COBERTAS TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'FALTAS COBERTAS POR PEDIDO ABERTO: '
                  DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-CONT-SEM-FORNEC TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'FALTAS SEM FORNECEDOR CADASTRADO.: '
                  DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-CONT-SEM-EMB TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'FALTAS SEM EMBALAGEM EM PRECOS...: '
                  DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-TOTAL-GERAL TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'VALOR TOTAL DOS PEDIDOS..........: R$'
                  DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

       0710-IMPRIMIR-EXCECAO.
           MOVE TAB-FAL-QTD-M2 (WRK-IDX-FAL) TO WRK-AREA-ED.
           MOVE TAB-FAL-ENCOMENDA (WRK-IDX-FAL) TO WRK-AREA2-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           EVALUATE TAB-FAL-DESTINO (WRK-IDX-FAL)
               WHEN 'E'
                   STRING 'MATERIAL ' DELIMITED BY SIZE
                          TAB-FAL-MATERIAL (WRK-IDX-FAL)
                              DELIMITED BY SIZE
                          ' FALTA ' DELIMITED BY SIZE
                          WRK-AREA-ED DELIMITED BY SIZE
                          ' M2 COBERTA POR ' DELIMITED BY SIZE
                          WRK-AREA2-ED DELIMITED BY SIZE
                          ' M2 JA ENCOMENDADOS' DELIMITED BY SIZE
                       INTO WRK-IMP-AREA
                   END-STRING
               WHEN 'M'
                   STRING 'MATERIAL ' DELIMITED BY SIZE
                          TAB-FAL-MATERIAL (WRK-IDX-FAL)
                              DELIMITED BY SIZE
                          ' FALTA ' DELIMITED BY SIZE
                          WRK-AREA-ED DELIMITED BY SIZE
                          ' M2 SEM EMBALAGEM CADASTRADA EM PRECOS.DAT'
                              DELIMITED BY SIZE
                       INTO WRK-IMP-AREA
                   END-STRING
               WHEN OTHER
                   STRING 'MATERIAL ' DELIMITED BY SIZE
                          TAB-FAL-MATERIAL (WRK-IDX-FAL)
                              DELIMITED BY SIZE
                          ' FALTA ' DELIMITED BY SIZE
                          WRK-AREA-ED DELIMITED BY SIZE
                          ' M2 SEM FORNECEDOR CADASTRADO - COMPRA '
                              DELIMITED BY SIZE
                          'MANUAL' DELIMITED BY SIZE
                       INTO WRK-IMP-AREA
                   END-STRING
           END-EVALUATE.
           PERFORM 9800-IMPRIMIR-LINHA.

      * QUADRO DE IMPRESSAO PADRAO (IMPRESSO.CPY); O CABECALHO DAS
      * LINHAS VEM NO CORPO DE CADA PEDIDO
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
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 2 TO WRK-IMP-LINHA.

       9820-ENCERRAR-RELATORIO.
           WRITE REG-RELATORIO FROM WRK-IMP-FIM-RELATORIO.

           COPY GRAVALOG.

           COPY GRAVACAT.
