      * Author Luan Magalhães
      * OBJETIVO: LER UM ARQUIVO DE MEDIDAS (FORMA/LARGURA/COMPRIMENTO),
      * CALCULAR A AREA DE CADA ITEM E IMPRIMIR UM RELATORIO COM A AREA
      * TOTAL DO LEVANTAMENTO. O ORCAMENTO DE CADA OBRA POR MATERIAL
      * FICA EM ORCOBRA.DAT PARA O FATURAMENTO DA OBRA (FATURA-OBRAS)
      * E O CONFRONTO COM O CUSTO REAL (VARIACAO-OBRAS)
      * IF/ELSE/ENDIF
      * DATA = 22/01/2021
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AREAS.

      * ORCAMENTO DE CADA OBRA POR MATERIAL (QUANTIDADE MEDIDA - M2
      * OU METRO LINEAR - E VALOR), LEGIVEL POR MAQUINA PARA O
      * FATURA-OBRAS E O VARIACAO-OBRAS: A OBRA MEDIDA NA RODADA
      * NORMAL TEM O ORCAMENTO SUBSTITUIDO, O REPROCESSAMENTO SOMA AS
      * MEDIDAS CORRIGIDAS, E AS DEMAIS OBRAS FICAM COMO ESTAVAM
           SELECT ARQ-ORCOBRA ASSIGN TO 'ORCOBRA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORCOBRA.

           SELECT ARQ-REJEITADOS ASSIGN TO 'AREA.ERR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REJEITADOS.
           05 ARE-MATERIAL      PIC X(04).
           05 ARE-AREA          PIC 9(06)V99.

       FD  ARQ-ORCOBRA
           RECORDING MODE IS F.
       01  REG-ORCOBRA.
           05 OOB-IMOVEL        PIC X(06).
           05 OOB-MATERIAL      PIC X(04).
           05 OOB-QTD           PIC 9(08)V99.
           05 OOB-VALOR         PIC 9(11)V99.
           05 OOB-DATA          PIC 9(08).

       FD  ARQ-IMOVEIS
           RECORDING MODE IS F.
       01  REG-IMOVEL.
       77 WRK-FS-ORCAMENTO PIC X(02) VALUE ZEROS.
       77 WRK-FS-PRECOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-AREAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-ORCOBRA PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATALOGO PIC X(02) VALUE ZEROS.
       77 WRK-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WRK-PRECO-ED PIC Z.ZZ9,99 VALUE ZEROS.
       77 WRK-IDX-PRE PIC 9(02) VALUE ZEROS.

      * ORCAMENTO POR OBRA E MATERIAL (ORCOBRA.DAT) RETIDO EM
      * TABELA: A OBRA TOCADA NA RODADA NORMAL COMECA DE ZERO NA
      * PRIMEIRA MEDIDA
       77 WRK-EOF-ORCOBRA PIC X(01) VALUE 'N'.
         88 FIM-ORCOBRA VALUE 'S'.
       77 WRK-QTD-ORC PIC 9(03) VALUE ZEROS.
       01 TAB-ORCOBRA.
           05 TAB-ORC-ITEM OCCURS 500 TIMES
                            INDEXED BY IDX-ORC.
               10 TAB-ORC-IMOVEL   PIC X(06).
               10 TAB-ORC-MATERIAL PIC X(04).
               10 TAB-ORC-QTD      PIC 9(08)V99.
               10 TAB-ORC-VALOR    PIC 9(11)V99.
               10 TAB-ORC-DATA     PIC 9(08).
               10 TAB-ORC-TOCADO   PIC X(01).
       77 WRK-IDX-ORC PIC 9(03) VALUE ZEROS.
       77 WRK-FLAG-OBRA-TOCADA PIC X(01) VALUE 'N'.
         88 OBRA-JA-TOCADA VALUE 'S'.
       77 WRK-CUSTO-OBRA PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QTD-OBRA PIC 9(06)V99 VALUE ZEROS.

       01 WRK-LINHA-ORCAMENTO.
           05 WRK-LO-IMOVEL      PIC X(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           MOVE ZEROS TO WRK-CUSTO-ML-TOTAL.
           MOVE ZEROS TO WRK-PERIM-IMOVEL.
           MOVE ZEROS TO WRK-CUSTO-ML-IMOVEL.
           MOVE ZEROS TO WRK-QTD-ORC.
           MOVE 'N' TO WRK-EOF-ORCOBRA.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.
           PERFORM 0200-ABRIR-ARQUIVOS.
           PERFORM 0220-CARREGAR-IMOVEIS.
           PERFORM 0230-CARREGAR-PRECOS.
           PERFORM 0240-CARREGAR-ORCOBRA.
           IF MODO-REPROCESSO
               PERFORM 0305-LER-MEDIDA-ERR
               PERFORM UNTIL FIM-MEDIDAS
           END-PERFORM.
           CLOSE ARQ-PRECOS.

      * ORCAMENTO POR OBRA DA RODADA ANTERIOR: AUSENTE COMECA VAZIO
       0240-CARREGAR-ORCOBRA.
           OPEN INPUT ARQ-ORCOBRA.
           IF WRK-FS-ORCOBRA = '00'
               PERFORM UNTIL FIM-ORCOBRA
                   READ ARQ-ORCOBRA
                       AT END
                           MOVE 'S' TO WRK-EOF-ORCOBRA
                       NOT AT END
                           IF WRK-QTD-ORC < 500
                               ADD 1 TO WRK-QTD-ORC
                               MOVE OOB-IMOVEL
                                   TO TAB-ORC-IMOVEL (WRK-QTD-ORC)
                               MOVE OOB-MATERIAL
                                   TO TAB-ORC-MATERIAL (WRK-QTD-ORC)
                               MOVE OOB-QTD
                                   TO TAB-ORC-QTD (WRK-QTD-ORC)
                               MOVE OOB-VALOR
                                   TO TAB-ORC-VALOR (WRK-QTD-ORC)
                               MOVE OOB-DATA
                                   TO TAB-ORC-DATA (WRK-QTD-ORC)
                               MOVE 'N'
                                   TO TAB-ORC-TOCADO (WRK-QTD-ORC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ORCOBRA
           END-IF.

       0300-LER-MEDIDA.
           READ ARQ-MEDIDAS
               AT END
                   MOVE WRK-PRECO-M2 TO WRK-LO-PRECO
                   MOVE WRK-CUSTO    TO WRK-LO-CUSTO
                   WRITE REG-ORCAMENTO FROM WRK-LINHA-ORCAMENTO
                   MOVE WRK-CUSTO TO WRK-CUSTO-OBRA
                   MOVE WRK-AREA TO WRK-QTD-OBRA
                   PERFORM 0428-SOMAR-ORCAMENTO-OBRA
           END-COMPUTE.

       0427-GRAVAR-ORCAMENTO-ML.
                       INTO REG-ORCAMENTO
                   END-STRING
                   WRITE REG-ORCAMENTO
                   MOVE WRK-CUSTO-ML TO WRK-CUSTO-OBRA
                   MOVE WRK-PERIMETRO TO WRK-QTD-OBRA
                   PERFORM 0428-SOMAR-ORCAMENTO-OBRA
           END-COMPUTE.

      * QUANTIDADE E VALOR DA MEDIDA SOMADOS NO ORCAMENTO DA OBRA
      * PARA O MATERIAL; NA RODADA NORMAL A PRIMEIRA MEDIDA DA OBRA
      * DESCARTA O ORCAMENTO DA RODADA ANTERIOR
       0428-SOMAR-ORCAMENTO-OBRA.
           IF NOT MODO-REPROCESSO
               PERFORM 0429-REINICIAR-OBRA
           END-IF.
           SET IDX-ORC TO 1.
           SEARCH TAB-ORC-ITEM
               AT END
                   DISPLAY 'TABELA DE ORCAMENTO POR OBRA CHEIA - '
                       'IMOVEL ' WRK-IMOVEL ' FORA DO ORCOBRA.DAT'
               WHEN IDX-ORC > WRK-QTD-ORC
                   ADD 1 TO WRK-QTD-ORC
                   MOVE WRK-IMOVEL TO TAB-ORC-IMOVEL (IDX-ORC)
                   MOVE WRK-MATERIAL TO TAB-ORC-MATERIAL (IDX-ORC)
                   MOVE WRK-QTD-OBRA TO TAB-ORC-QTD (IDX-ORC)
                   MOVE WRK-CUSTO-OBRA TO TAB-ORC-VALOR (IDX-ORC)
                   MOVE WRK-DATA-HOJE TO TAB-ORC-DATA (IDX-ORC)
                   MOVE 'S' TO TAB-ORC-TOCADO (IDX-ORC)
               WHEN TAB-ORC-IMOVEL (IDX-ORC) = WRK-IMOVEL
                AND TAB-ORC-MATERIAL (IDX-ORC) = WRK-MATERIAL
                   ADD WRK-QTD-OBRA TO TAB-ORC-QTD (IDX-ORC)
                   ADD WRK-CUSTO-OBRA TO TAB-ORC-VALOR (IDX-ORC)
                   MOVE WRK-DATA-HOJE TO TAB-ORC-DATA (IDX-ORC)
                   MOVE 'S' TO TAB-ORC-TOCADO (IDX-ORC)
           END-SEARCH.

      * PRIMEIRA MEDIDA DA OBRA NA RODADA NORMAL: ZERA O ORCAMENTO
      * ANTERIOR DE TODOS OS MATERIAIS DELA
       0429-REINICIAR-OBRA.
           MOVE 'N' TO WRK-FLAG-OBRA-TOCADA.
           PERFORM VARYING WRK-IDX-ORC FROM 1 BY 1
                   UNTIL WRK-IDX-ORC > WRK-QTD-ORC
               IF TAB-ORC-IMOVEL (WRK-IDX-ORC) = WRK-IMOVEL
                   AND TAB-ORC-TOCADO (WRK-IDX-ORC) = 'S'
                   SET OBRA-JA-TOCADA TO TRUE
               END-IF
           END-PERFORM.
           IF NOT OBRA-JA-TOCADA
               PERFORM VARYING WRK-IDX-ORC FROM 1 BY 1
                       UNTIL WRK-IDX-ORC > WRK-QTD-ORC
                   IF TAB-ORC-IMOVEL (WRK-IDX-ORC) = WRK-IMOVEL
                       MOVE ZEROS TO TAB-ORC-QTD (WRK-IDX-ORC)
                       MOVE ZEROS TO TAB-ORC-VALOR (WRK-IDX-ORC)
                       MOVE 'S' TO TAB-ORC-TOCADO (WRK-IDX-ORC)
                   END-IF
               END-PERFORM
           END-IF.

      * FECHO DO ORCAMENTO: SUBTOTAL POR MATERIAL UTILIZADO E TOTAL
      * GERAL ORCADO
       0510-GRAVAR-TOTAL-ORCAMENTO.
           END-IF.
           CLOSE ARQ-ORCAMENTO.
           CLOSE ARQ-AREAS.
      * ENTRADA TRUNCADA NAO MEXE NO ORCAMENTO DAS OBRAS
           IF NOT TRAILER-COM-ERRO
               PERFORM 0610-GRAVAR-ORCOBRA
           END-IF.
      * A MARCA DE FIM SO SAI NO ENCERRAMENTO LIMPO: UM RELATORIO
      * SEM ELA ESTA TRUNCADO OU VEIO DE UMA ENTRADA QUE NAO FECHOU
           IF NOT TRAILER-COM-ERRO
           END-IF.
           CLOSE ARQ-RELATORIO.

       0610-GRAVAR-ORCOBRA.
           OPEN OUTPUT ARQ-ORCOBRA.
           IF WRK-FS-ORCOBRA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ORCOBRA.DAT - FS='
                   WRK-FS-ORCOBRA
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING IDX-ORC FROM 1 BY 1
                       UNTIL IDX-ORC > WRK-QTD-ORC
      * MATERIAL QUE SAIU DO LEVANTAMENTO REFEITO FICA ZERADO E
      * DEIXA O ARQUIVO
                   IF TAB-ORC-QTD (IDX-ORC) > ZEROS
                       OR TAB-ORC-VALOR (IDX-ORC) > ZEROS
                       MOVE TAB-ORC-IMOVEL (IDX-ORC)   TO OOB-IMOVEL
                       MOVE TAB-ORC-MATERIAL (IDX-ORC) TO OOB-MATERIAL
                       MOVE TAB-ORC-QTD (IDX-ORC)      TO OOB-QTD
                       MOVE TAB-ORC-VALOR (IDX-ORC)    TO OOB-VALOR
                       MOVE TAB-ORC-DATA (IDX-ORC)     TO OOB-DATA
                       WRITE REG-ORCOBRA
                   END-IF
               END-PERFORM
               CLOSE ARQ-ORCOBRA
           END-IF.

           COPY GRAVALOG.

           COPY CONFSTAT.
