      * OBJETIVO: BATER AS COTACOES DO DIA (COTACAO.DAT, GRAVADO PELO
      * FRETE) CONTRA OS EMBARQUES INFORMADOS PELA EXPEDICAO
      * (EMBARQUES.DAT) E APONTAR COTACOES SEM EMBARQUE, EMBARQUES SEM
      * COTACAO E PARES COM FRETE COBRADO FORA DA TOLERANCIA. O FRETE
      * COBRADO TAMBEM E CONFERIDO CONTRA O CUSTO PREVISTO DO PEDIDO
      * NA CARGA MONTADA PELO ROMANEIO-CARGAS (ROMANEIO.DAT)
      * DATA = 22/08/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS TSP-CODIGO
               FILE STATUS IS WRK-FS-TRANSPORTADORAS.

      * CARGAS DO ROMANEIO-CARGAS: CADA ITEM TRAZ O CUSTO PREVISTO
      * DO PEDIDO PELA TABELA DA TRANSPORTADORA ESCOLHIDA
           SELECT ARQ-ROMANEIOS ASSIGN TO 'ROMANEIO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ROMANEIOS.

           SELECT ARQ-RUNLOG ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
           05 CTS-FRETE       PIC 9(10)V99.
           05 CTS-ORIGEM      PIC X(03).
           05 CTS-METODO      PIC X(01).
           05 CTS-VOLUME      PIC 9(04)V999.
           05 CTS-DEVOLUCAO   PIC X(01).
           05 CTS-CONSOLIDACAO PIC 9(06).

      * O EMBARQUE CARREGA O CODIGO DA TRANSPORTADORA QUE FEZ O
      * TRANSPORTE, PARA O QUADRO POR TRANSPORTADORA DA NEGOCIACAO
           05 ABE-ORIGEM      PIC X(03).
           05 ABE-METODO      PIC X(01).
           05 ABE-DATA        PIC 9(08).
           05 ABE-DEVOLUCAO   PIC X(01).
           05 ABE-CONSOLIDACAO PIC 9(06).

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO      PIC X(132).

       FD  ARQ-ROMANEIOS
           RECORDING MODE IS F.
       01  REG-ROMANEIO.
           05 ROM-TIPO        PIC X(01).
           05 ROM-NUMERO      PIC 9(06).
           05 ROM-DADOS       PIC X(30).
           05 ROM-DADOS-ITEM REDEFINES ROM-DADOS.
               10 ROM-PEDIDO      PIC 9(06).
               10 ROM-CLIENTE     PIC X(06).
               10 ROM-PESO        PIC 9(06)V99.
               10 ROM-CUSTO-ITEM  PIC 9(06)V99.
               10 FILLER          PIC X(02).
           05 ROM-VEICULO     PIC X(07).

       FD  ARQ-RUNLOG
           RECORDING MODE IS F.
       01  REG-RUNLOG         PIC X(80).
               10 TAB-COT-METODO  PIC X(01).
               10 TAB-COT-DATA    PIC 9(08).
               10 TAB-COT-CASADO  PIC X(01).
               10 TAB-COT-DEVOLUCAO PIC X(01).
               10 TAB-COT-CONSOLIDACAO PIC 9(06).

      * ACERTOS E DIVERGENCIAS ACUMULADOS POR TRANSPORTADORA: O
      * CADASTRO E CARREGADO NA ABERTURA E CODIGOS FORA DO CADASTRO
       77 WRK-FLAG-DIVERG PIC X(01) VALUE 'N'.
         88 FRETE-DIVERGENTE VALUE 'S'.

      * CUSTO PREVISTO DE CADA PEDIDO DAS CARGAS MONTADAS; PEDIDO
      * FORA DO ARQUIVO OU EM CARGA SEM TRANSPORTADORA ESCOLHIDA NAO
      * TEM PREVISAO E SO E BATIDO CONTRA A COTACAO
       77 WRK-FS-ROMANEIOS PIC X(02) VALUE ZEROS.
       77 WRK-EOF-ROMANEIOS PIC X(01) VALUE 'N'.
         88 FIM-ROMANEIOS VALUE 'S'.
       77 WRK-QTD-PREVISTOS PIC 9(04) VALUE ZEROS.
       01 TAB-PREVISTOS.
           05 TAB-PRV-ITEM OCCURS 1000 TIMES
                            INDEXED BY IDX-PRV.
               10 TAB-PRV-PEDIDO  PIC 9(06).
               10 TAB-PRV-CUSTO   PIC 9(06)V99.
       77 WRK-CONT-ACIMA-PREVISTO PIC 9(04) VALUE ZEROS.

       77 WRK-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-DIFERENCA PIC 9(10)V99 VALUE ZEROS.
       77 WRK-CONT-CASADOS PIC 9(04) VALUE ZEROS.
           MOVE 'N' TO WRK-EOF-ABERTOS.
           MOVE ZEROS TO WRK-CONT-EM-ABERTO.
           MOVE ZEROS TO WRK-CONT-ORFAS.
           MOVE 'N' TO WRK-EOF-ROMANEIOS.
           MOVE ZEROS TO WRK-QTD-PREVISTOS.
           MOVE ZEROS TO WRK-CONT-ACIMA-PREVISTO.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.
           PERFORM 0250-CARREGAR-TRANSPORTADORAS.
           PERFORM 0300-CARREGAR-COTACOES.
           PERFORM 0280-CARREGAR-ABERTOS.
           PERFORM 0290-CARREGAR-PREVISTOS.
           PERFORM 0350-LER-EMBARQUE.
           PERFORM UNTIL FIM-EMBARQUES
               PERFORM 0400-CASAR-EMBARQUE
                               TO TAB-COT-DATA (WRK-QTD-COTACOES)
                           MOVE 'N'
                               TO TAB-COT-CASADO (WRK-QTD-COTACOES)
                           MOVE CTS-DEVOLUCAO
                               TO TAB-COT-DEVOLUCAO (WRK-QTD-COTACOES)
                           IF CTS-CONSOLIDACAO NUMERIC
                               MOVE CTS-CONSOLIDACAO TO
                                   TAB-COT-CONSOLIDACAO
                                       (WRK-QTD-COTACOES)
                           ELSE
                               MOVE ZEROS TO
                                   TAB-COT-CONSOLIDACAO
                                       (WRK-QTD-COTACOES)
                           END-IF
                       ELSE
                           DISPLAY 'TABELA DE COTACOES CHEIA - '
                               'COTACAO IGNORADA ' CTS-NUMERO
                                   TAB-COT-DATA (WRK-QTD-COTACOES)
                               MOVE 'N' TO
                                   TAB-COT-CASADO (WRK-QTD-COTACOES)
                               MOVE ABE-DEVOLUCAO TO
                                   TAB-COT-DEVOLUCAO (WRK-QTD-COTACOES)
                               IF ABE-CONSOLIDACAO NUMERIC
                                   MOVE ABE-CONSOLIDACAO TO
                                       TAB-COT-CONSOLIDACAO
                                           (WRK-QTD-COTACOES)
                               ELSE
                                   MOVE ZEROS TO
                                       TAB-COT-CONSOLIDACAO
                                           (WRK-QTD-COTACOES)
                               END-IF
                           ELSE
                               DISPLAY 'TABELA DE COTACOES CHEIA - '
                                   'ITEM EM ABERTO IGNORADO '
               CLOSE ARQ-ABERTOS
           END-IF.

      * SO OS ITENS (TIPO 2) COM CUSTO PREVISTO INTERESSAM; SEM O
      * ROMANEIO.DAT A CONFERENCIA CONTRA O PREVISTO NAO E FEITA
       0290-CARREGAR-PREVISTOS.
           OPEN INPUT ARQ-ROMANEIOS.
           IF WRK-FS-ROMANEIOS NOT = '00'
               DISPLAY 'ROMANEIO.DAT AUSENTE - SEM CONFERENCIA DO '
                   'CUSTO PREVISTO'
           ELSE
               PERFORM UNTIL FIM-ROMANEIOS
                   READ ARQ-ROMANEIOS
                       AT END
                           MOVE 'S' TO WRK-EOF-ROMANEIOS
                       NOT AT END
                           IF ROM-TIPO = '2'
                               AND ROM-CUSTO-ITEM IS NUMERIC
                               AND ROM-CUSTO-ITEM > ZEROS
                               PERFORM 0295-GUARDAR-PREVISTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ROMANEIOS
           END-IF.

       0295-GUARDAR-PREVISTO.
           IF WRK-QTD-PREVISTOS < 1000
               ADD 1 TO WRK-QTD-PREVISTOS
               MOVE ROM-PEDIDO TO TAB-PRV-PEDIDO (WRK-QTD-PREVISTOS)
               MOVE ROM-CUSTO-ITEM TO TAB-PRV-CUSTO (WRK-QTD-PREVISTOS)
           ELSE
               DISPLAY 'TABELA DE CUSTOS PREVISTOS CHEIA - PEDIDO '
                   ROM-PEDIDO ' SEM CONFERENCIA'
           END-IF.

       0350-LER-EMBARQUE.
           READ ARQ-EMBARQUES
               AT END
               MOVE 'N' TO WRK-FLAG-DIVERG
           END-IF.
           PERFORM 0440-ACUMULAR-TRANSP.
           PERFORM 0415-CONFERIR-PREVISTO.

      * FRETE COBRADO ACIMA DO CUSTO PREVISTO DA CARGA, ALEM DA
      * TOLERANCIA: A TRANSPORTADORA COBROU MAIS QUE A PROPRIA TABELA
       0415-CONFERIR-PREVISTO.
           SET IDX-PRV TO 1.
           SEARCH TAB-PRV-ITEM
               AT END
                   CONTINUE
               WHEN IDX-PRV > WRK-QTD-PREVISTOS
                   CONTINUE
               WHEN TAB-PRV-PEDIDO (IDX-PRV) = EMB-NUMERO
                   IF EMB-FRETE >
                       TAB-PRV-CUSTO (IDX-PRV) + WRK-TOLERANCIA
                       PERFORM 0418-GRAVAR-ACIMA-PREVISTO
                   END-IF
           END-SEARCH.

       0418-GRAVAR-ACIMA-PREVISTO.
           ADD 1 TO WRK-CONT-ACIMA-PREVISTO.
           COMPUTE WRK-DIFERENCA = EMB-FRETE - TAB-PRV-CUSTO (IDX-PRV).
           MOVE TAB-PRV-CUSTO (IDX-PRV) TO WRK-VALOR-ED.
           MOVE EMB-FRETE TO WRK-VALOR2-ED.
           MOVE WRK-DIFERENCA TO WRK-DIF-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'FRETE ACIMA DO PREVISTO PEDIDO ' DELIMITED BY SIZE
                  EMB-NUMERO           DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  EMB-TRANSPORTADORA   DELIMITED BY SIZE
                  ' PREVISTO R$'       DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  ' COBRADO R$'        DELIMITED BY SIZE
                  WRK-VALOR2-ED        DELIMITED BY SIZE
                  ' DIF R$'            DELIMITED BY SIZE
                  WRK-DIF-ED           DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

      * SOMA O PAR NO GRUPO DA TRANSPORTADORA DO EMBARQUE; CODIGO
      * FORA DO CADASTRO GANHA UM GRUPO NOVO PARA A COBRANCA NAO
               MOVE TAB-COT-ORIGEM (WRK-IDX)  TO ABE-ORIGEM
               MOVE TAB-COT-METODO (WRK-IDX)  TO ABE-METODO
               MOVE TAB-COT-DATA (WRK-IDX)    TO ABE-DATA
               MOVE TAB-COT-DEVOLUCAO (WRK-IDX) TO ABE-DEVOLUCAO
               MOVE TAB-COT-CONSOLIDACAO (WRK-IDX) TO ABE-CONSOLIDACAO
               WRITE REG-ABERTO
               MOVE SPACES TO REG-RELATORIO
               STRING 'EM ABERTO - PEDIDO ' DELIMITED BY SIZE
           END-STRING.
           WRITE REG-RELATORIO.

           MOVE WRK-CONT-ACIMA-PREVISTO TO WRK-CONT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'COBRADOS ACIMA DO PREVISTO..: ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

           MOVE WRK-CONT-SEM-EMBARQUE TO WRK-CONT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'COTACOES SEM EMBARQUE.......: ' DELIMITED BY SIZE
