      * EM CIMA DO CONCILIA.RPT. NO MOVIMENTO DO DIA, FATURAR ANTES
      * DE CONCILIAR: O CONCILIA-FRETE BAIXA DO COTACAO.ABE A
      * COTACAO QUE CASOU, E O EMBARQUE ATRASADO PRECISA SER COBRADO
      * ANTES DESSA BAIXA. DEVOLUCAO COM FRETE ABSORVIDO PELA EMPRESA
      * CASA COM O EMBARQUE MAS NUNCA ENTRA EM FATURA. CADA PEDIDO
      * FATURADO TEM O ICMS SOBRE O FRETE CALCULADO PELA ALIQUOTA EM
      * VIGOR PARA O PAR UF DO DEPOSITO / UF DO CLIENTE (ICMS.DAT E
      * DEPOSITOS.DAT, MANTIDOS NO MANUTENCAO-TARIFAS); O IMPOSTO E
      * INCLUSO NO FRETE COTADO E SAI DESTACADO NO ITEM E NA FATURA
      * DATA = 02/09/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-FS-ABERTOS.

      * CADASTRO DE FATURAS: UMA LINHA POR FATURA CORTADA, COM O
      * SALDO EM ABERTO QUE A BAIXA DE PAGAMENTOS VAI ABATENDO. O
      * TIPO SEPARA A FATURA DE FRETE (F) DA NOTA DE DEBITO DE MULTA
      * E JUROS (D) EMITIDA PELO ENCARGOS-ATRASO, QUE LEVA EM
      * FAT-ORIGEM O NUMERO DA FATURA ATRASADA. INDEXADO PELO
      * NUMERO, COM O CLIENTE COMO CHAVE ALTERNATIVA
           SELECT ARQ-FATURAS ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-FATURAS.

      * DETALHE DA FATURA: UM REGISTRO POR PEDIDO FATURADO, PARA O
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FAT-ITENS.

      * ALIQUOTAS DE ICMS POR PAR DE UF E UF DE CADA DEPOSITO, COM
      * VIGENCIA; OS DOIS SAO OPCIONAIS - SEM ELES O ICMS SAI ZERADO
           SELECT ARQ-ICMS ASSIGN TO 'ICMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ICM-CHAVE
               FILE STATUS IS WRK-FS-ICMS.

           SELECT ARQ-DEPOSITOS ASSIGN TO 'DEPOSITOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WRK-FS-DEPOSITOS.

           SELECT ARQ-CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT ARQ-EXECPARM ASSIGN TO 'EXECPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXECPARM.

      * FECHAMENTO CONTABIL (FECHA-PERIODO): LANCAMENTO DATADO EM MES
      * JA FECHADO E RECUSADO
           SELECT ARQ-PERIODOS ASSIGN TO 'PERIODOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODOS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-COTACOES
           05 CTS-FRETE       PIC 9(10)V99.
           05 CTS-ORIGEM      PIC X(03).
           05 CTS-METODO      PIC X(01).
           05 CTS-VOLUME      PIC 9(04)V999.
           05 CTS-DEVOLUCAO   PIC X(01).
           05 CTS-CONSOLIDACAO PIC 9(06).

       FD  ARQ-EMBARQUES
           RECORDING MODE IS F.
           05 ABE-ORIGEM      PIC X(03).
           05 ABE-METODO      PIC X(01).
           05 ABE-DATA        PIC 9(08).
           05 ABE-DEVOLUCAO   PIC X(01).
           05 ABE-CONSOLIDACAO PIC 9(06).

       FD  ARQ-FATURAS.
       01  REG-FATURA.
           05 FAT-NUMERO      PIC 9(06).
           05 FAT-CLIENTE     PIC X(06).
           05 FAT-SITUACAO    PIC X(01).
             88 FATURA-ABERTA VALUE 'A'.
             88 FATURA-PAGA   VALUE 'P'.
           05 FAT-TIPO        PIC X(01).
             88 FATURA-NORMAL VALUE 'F' ' '.
             88 NOTA-DEBITO   VALUE 'D'.
           05 FAT-ORIGEM      PIC 9(06).
           05 FAT-ICMS        PIC 9(09)V99.

      * O ITEM GUARDA A DATA DO FATURAMENTO, O PAR DE UF DA PRESTACAO
      * E O ICMS DO PEDIDO, BASE DO LIVRO-ICMS
       FD  ARQ-FAT-ITENS
           RECORDING MODE IS F.
       01  REG-FAT-ITEM.
           05 FIT-PEDIDO      PIC 9(06).
           05 FIT-CLIENTE     PIC X(06).
           05 FIT-VALOR       PIC 9(10)V99.
           05 FIT-DATA        PIC 9(08).
           05 FIT-UF-ORIGEM   PIC X(02).
           05 FIT-UF-DESTINO  PIC X(02).
           05 FIT-ALIQUOTA    PIC 9(02)V99.
           05 FIT-ICMS        PIC 9(08)V99.
      * GRUPO DE CONSOLIDACAO DA COTACAO (NUMERO DO PRIMEIRO PEDIDO
      * DO GRUPO); ZEROS QUANDO O PEDIDO FOI COTADO SOZINHO
           05 FIT-CONSOLIDACAO PIC 9(06).

       FD  ARQ-ICMS.
       01  REG-ICMS.
           05 ICM-CHAVE.
               10 ICM-UF-ORIGEM   PIC X(02).
               10 ICM-UF-DESTINO  PIC X(02).
               10 ICM-DATA-INI    PIC 9(08).
           05 ICM-ALIQUOTA        PIC 9(02)V99.
           05 ICM-DATA-FIM        PIC 9(08).

       FD  ARQ-DEPOSITOS.
       01  REG-DEPOSITO.
           05 DEP-CHAVE.
               10 DEP-CODIGO      PIC X(03).
               10 DEP-DATA-INI    PIC 9(08).
           05 DEP-UF              PIC X(02).
           05 DEP-DATA-FIM        PIC 9(08).

       FD  ARQ-CLIENTES.
       01  REG-CLIENTE.
           05 CLI-ENDERECO    PIC X(30).
           05 CLI-UF-PADRAO   PIC X(02).
           05 CLI-LIMITE-CREDITO PIC 9(09)V99.
           05 CLI-CONSOLIDA   PIC X(01).
           05 CLI-SITUACAO    PIC X(01).
           05 CLI-SUCESSOR    PIC X(06).

       FD  ARQ-DOCUMENTO
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  REG-EXECPARM       PIC X(26).

       FD  ARQ-PERIODOS
           RECORDING MODE IS F.
       01  REG-PERIODO        PIC X(35).

       WORKING-STORAGE SECTION.
       77 WRK-FS-COTACOES PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMBARQUES PIC X(02) VALUE ZEROS.
         88 FIM-FATURAS VALUE 'S'.
       77 WRK-EOF-FAT-ITENS PIC X(01) VALUE 'N'.
         88 FIM-FAT-ITENS VALUE 'S'.
       77 WRK-FS-ICMS PIC X(02) VALUE ZEROS.
       77 WRK-EOF-ICMS PIC X(01) VALUE 'N'.
         88 FIM-ICMS VALUE 'S'.
       77 WRK-FS-DEPOSITOS PIC X(02) VALUE ZEROS.
       77 WRK-EOF-DEPOSITOS PIC X(01) VALUE 'N'.
         88 FIM-DEPOSITOS VALUE 'S'.

       COPY RUNLOG.

       77 WRK-FS-PERIODOS PIC X(02) VALUE ZEROS.

       COPY PERIODO.

       COPY EXECSTAT.

       COPY EXECPARM.
               10 TAB-COT-FRETE    PIC 9(10)V99.
               10 TAB-COT-CASADO   PIC X(01).
               10 TAB-COT-FATURADO PIC X(01).
               10 TAB-COT-DEVOLUCAO PIC X(01).
               10 TAB-COT-ORIGEM   PIC X(03).
               10 TAB-COT-CONSOLIDACAO PIC 9(06).

      * ALIQUOTAS DE ICMS E UF DOS DEPOSITOS EM VIGOR NA DATA DO
      * MOVIMENTO
       77 WRK-QTD-ICMS PIC 9(04) VALUE ZEROS.
       01 TAB-ICMS.
           05 TAB-ICMS-ITEM OCCURS 800 TIMES
                            INDEXED BY IDX-ICMS.
               10 TAB-ICMS-UF-ORIGEM  PIC X(02).
               10 TAB-ICMS-UF-DESTINO PIC X(02).
               10 TAB-ICMS-ALIQUOTA   PIC 9(02)V99.

       77 WRK-QTD-DEPOSITOS PIC 9(04) VALUE ZEROS.
       01 TAB-DEPOSITOS.
           05 TAB-DEP-ITEM OCCURS 50 TIMES
                            INDEXED BY IDX-DEP.
               10 TAB-DEP-CODIGO  PIC X(03).
               10 TAB-DEP-UF      PIC X(02).

      * ICMS DO PEDIDO EM CALCULO: A PRESTACAO SAI DA UF DO DEPOSITO
      * PARA A UF DO CLIENTE, OU AO CONTRARIO NA DEVOLUCAO COBRADA
       77 WRK-ICMS-UF-ORIGEM PIC X(02) VALUE SPACES.
       77 WRK-ICMS-UF-DESTINO PIC X(02) VALUE SPACES.
       77 WRK-UF-DEPOSITO PIC X(02) VALUE SPACES.
       77 WRK-ICMS-ALIQUOTA PIC 9(02)V99 VALUE ZEROS.
       77 WRK-ICMS-PEDIDO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CONT-SEM-ALIQUOTA PIC 9(04) VALUE ZEROS.

       77 WRK-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-CLI PIC 9(04) VALUE ZEROS.
       77 WRK-FAT-NOME PIC X(30) VALUE SPACES.
       77 WRK-FAT-TOTAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FAT-QTD-PED PIC 9(04) VALUE ZEROS.
       77 WRK-FAT-ICMS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CONT-FATURAS PIC 9(04) VALUE ZEROS.
       77 WRK-CONT-SEM-EMBARQUE PIC 9(04) VALUE ZEROS.
       77 WRK-CONT-DEVOL-ABSORVIDA PIC 9(04) VALUE ZEROS.

       77 WRK-VALOR-ED PIC ZZ.ZZZ.ZZZ.ZZZ,ZZ VALUE ZEROS.
       77 WRK-CONT-ED PIC ZZZ9 VALUE ZEROS.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(02) VALUE 'R$'.
           05 WRK-LI-VALOR       PIC ZZ.ZZZ.ZZZ.ZZZ,ZZ.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LI-UF-ORIGEM   PIC X(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LI-ALIQUOTA    PIC ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(02) VALUE 'R$'.
           05 WRK-LI-ICMS        PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LI-GRUPO       PIC ZZZZZZ.
           05 FILLER             PIC X(49) VALUE SPACES.

      * CABECALHO DE COLUNAS DO DOCUMENTO, ALINHADO COLUNA A COLUNA
      * COM WRK-LINHA-ITEM ACIMA, REPETIDO A CADA PAGINA
           05 FILLER             PIC X(10) VALUE '  PESO(KG)'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(19) VALUE '  FRETE FATURADO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE 'UF ORI'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE 'ALIQ %'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(15) VALUE '   ICMS INCLUSO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE ' GRUPO'.

       PROCEDURE DIVISION.
       0100-INICIAR.
           MOVE ZEROS TO WRK-PROX-FATURA.
           MOVE ZEROS TO WRK-CONT-FATURAS.
           MOVE ZEROS TO WRK-CONT-SEM-EMBARQUE.
           MOVE ZEROS TO WRK-CONT-DEVOL-ABSORVIDA.
           MOVE ZEROS TO WRK-CONT-SEM-ALIQUOTA.
           MOVE 'N' TO WRK-EOF-ICMS.
           MOVE 'N' TO WRK-EOF-DEPOSITOS.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.
               MOVE WRK-EP-DATA TO WRK-DATA-HOJE
           END-IF.

      * A FATURA LEVA A DATA DO MOVIMENTO; MOVIMENTO EM MES JA
      * FECHADO NA CONTABILIDADE NAO E FATURADO
           PERFORM 9560-CARREGAR-PERIODO.
           MOVE WRK-DATA-HOJE TO WRK-PF-DATA-DOC.
           PERFORM 9565-CONFERIR-PERIODO.
           IF PERIODO-FECHADO
               DISPLAY 'MES ' WRK-PF-DOC-ANOMES ' JA FECHADO NA '
                   'CONTABILIDADE - FATURAMENTO DE ' WRK-DATA-HOJE
                   ' RECUSADO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * REEXECUCAO DO FLUXO DA VIRADA: FATURAR DE NOVO A MESMA DATA
      * COBRARIA O CLIENTE EM DOBRO - O PASSO CONCLUIDO E PULADO
           MOVE 'FATURA-FRETE' TO WRK-ES-PROGRAMA.

           PERFORM 0150-OBTER-PROXIMA-FATURA.
           PERFORM 0200-ABRIR-ARQUIVOS.
           PERFORM 0250-CARREGAR-ICMS.
           PERFORM 0260-CARREGAR-DEPOSITOS.
           PERFORM 0300-CARREGAR-COTACOES.
           PERFORM 0320-CARREGAR-ABERTOS.
           PERFORM 0330-BAIXAR-JA-FATURADOS.
               MOVE 1 TO WRK-PROX-FATURA
           ELSE
               PERFORM UNTIL FIM-FATURAS
                   READ ARQ-FATURAS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-EOF-FATURAS
                       NOT AT END
               GOBACK
           END-IF.

           OPEN I-O ARQ-FATURAS.
           IF WRK-FS-FATURAS = '35'
               OPEN OUTPUT ARQ-FATURAS
           END-IF.
           MOVE ZEROS TO WRK-IMP-PAGINA.
           MOVE 99 TO WRK-IMP-LINHA.

      * CARGA DAS ALIQUOTAS EM VIGOR NA DATA DO MOVIMENTO, NA MESMA
      * REGRA DAS TARIFAS: A CHAVE VEM EM ORDEM DE DATA DE INICIO E
      * A VIGENCIA MAIS RECENTE DO MESMO PAR SUBSTITUI A ANTERIOR
       0250-CARREGAR-ICMS.
           MOVE ZEROS TO WRK-QTD-ICMS.
           OPEN INPUT ARQ-ICMS.
           IF WRK-FS-ICMS NOT = '00'
               DISPLAY 'ICMS.DAT AUSENTE - ICMS DOS PEDIDOS SAI '
                   'ZERADO'
           ELSE
               PERFORM UNTIL FIM-ICMS
                   READ ARQ-ICMS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-EOF-ICMS
                       NOT AT END
                           PERFORM 0255-GUARDAR-ICMS
                   END-READ
               END-PERFORM
               CLOSE ARQ-ICMS
           END-IF.

       0255-GUARDAR-ICMS.
           IF ICM-DATA-INI <= WRK-DATA-HOJE
               AND ICM-DATA-FIM >= WRK-DATA-HOJE
               IF WRK-QTD-ICMS > 0
                   AND TAB-ICMS-UF-ORIGEM (WRK-QTD-ICMS) = ICM-UF-ORIGEM
                   AND TAB-ICMS-UF-DESTINO (WRK-QTD-ICMS)
                       = ICM-UF-DESTINO
                   MOVE ICM-ALIQUOTA
                       TO TAB-ICMS-ALIQUOTA (WRK-QTD-ICMS)
               ELSE
                   IF WRK-QTD-ICMS < 800
                       ADD 1 TO WRK-QTD-ICMS
                       MOVE ICM-UF-ORIGEM
                           TO TAB-ICMS-UF-ORIGEM (WRK-QTD-ICMS)
                       MOVE ICM-UF-DESTINO
                           TO TAB-ICMS-UF-DESTINO (WRK-QTD-ICMS)
                       MOVE ICM-ALIQUOTA
                           TO TAB-ICMS-ALIQUOTA (WRK-QTD-ICMS)
                   ELSE
                       DISPLAY 'TABELA DE ALIQUOTAS CHEIA - IGNORADA '
                           ICM-UF-ORIGEM '/' ICM-UF-DESTINO
                   END-IF
               END-IF
           END-IF.

       0260-CARREGAR-DEPOSITOS.
           MOVE ZEROS TO WRK-QTD-DEPOSITOS.
           OPEN INPUT ARQ-DEPOSITOS.
           IF WRK-FS-DEPOSITOS NOT = '00'
               DISPLAY 'DEPOSITOS.DAT AUSENTE - ICMS DOS PEDIDOS SAI '
                   'ZERADO'
           ELSE
               PERFORM UNTIL FIM-DEPOSITOS
                   READ ARQ-DEPOSITOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-EOF-DEPOSITOS
                       NOT AT END
                           PERFORM 0265-GUARDAR-DEPOSITO
                   END-READ
               END-PERFORM
               CLOSE ARQ-DEPOSITOS
           END-IF.

       0265-GUARDAR-DEPOSITO.
           IF DEP-DATA-INI <= WRK-DATA-HOJE
               AND DEP-DATA-FIM >= WRK-DATA-HOJE
               IF WRK-QTD-DEPOSITOS > 0
                   AND TAB-DEP-CODIGO (WRK-QTD-DEPOSITOS) = DEP-CODIGO
                   MOVE DEP-UF TO TAB-DEP-UF (WRK-QTD-DEPOSITOS)
               ELSE
                   IF WRK-QTD-DEPOSITOS < 50
                       ADD 1 TO WRK-QTD-DEPOSITOS
                       MOVE DEP-CODIGO
                           TO TAB-DEP-CODIGO (WRK-QTD-DEPOSITOS)
                       MOVE DEP-UF TO TAB-DEP-UF (WRK-QTD-DEPOSITOS)
                   ELSE
                       DISPLAY 'TABELA DE DEPOSITOS CHEIA - IGNORADO '
                           DEP-CODIGO
                   END-IF
               END-IF
           END-IF.

       0300-CARREGAR-COTACOES.
           PERFORM UNTIL FIM-COTACOES
               READ ARQ-COTACOES
                               TO TAB-COT-CASADO (WRK-QTD-COTACOES)
                           MOVE 'N'
                               TO TAB-COT-FATURADO (WRK-QTD-COTACOES)
                           MOVE CTS-DEVOLUCAO
                               TO TAB-COT-DEVOLUCAO (WRK-QTD-COTACOES)
                           MOVE CTS-ORIGEM
                               TO TAB-COT-ORIGEM (WRK-QTD-COTACOES)
                           IF CTS-CONSOLIDACAO NUMERIC
                               MOVE CTS-CONSOLIDACAO TO
                                   TAB-COT-CONSOLIDACAO
                                       (WRK-QTD-COTACOES)
                           ELSE
                               MOVE ZEROS TO
                                   TAB-COT-CONSOLIDACAO
                                       (WRK-QTD-COTACOES)
                           END-IF
                           PERFORM 0310-BAIXAR-ABSORVIDA
                       ELSE
                           DISPLAY 'TABELA DE COTACOES CHEIA - '
                               'COTACAO IGNORADA ' CTS-NUMERO
               END-READ
           END-PERFORM.

      * DEVOLUCAO COM FRETE ABSORVIDO ENTRA JA COMO FATURADA: CASA
      * COM O EMBARQUE (NAO SAI COMO SEM COTACAO) E FICA FORA DA
      * VARREDURA DE COBRANCA
       0310-BAIXAR-ABSORVIDA.
           IF TAB-COT-DEVOLUCAO (WRK-QTD-COTACOES) = 'A'
               MOVE 'S' TO TAB-COT-FATURADO (WRK-QTD-COTACOES)
           END-IF.

      * CARGA DOS ITENS EM ABERTO, COMO O 0280 DO CONCILIA-FRETE:
      * ENTRAM NA MESMA TABELA DO DIA PARA QUE O EMBARQUE QUE CHEGOU
      * HOJE FATURE A COTACAO DE ONTEM
                               MOVE 'N' TO
                                   TAB-COT-FATURADO
                                       (WRK-QTD-COTACOES)
                               MOVE ABE-DEVOLUCAO TO
                                   TAB-COT-DEVOLUCAO
                                       (WRK-QTD-COTACOES)
                               MOVE ABE-ORIGEM TO
                                   TAB-COT-ORIGEM (WRK-QTD-COTACOES)
                               IF ABE-CONSOLIDACAO NUMERIC
                                   MOVE ABE-CONSOLIDACAO TO
                                       TAB-COT-CONSOLIDACAO
                                           (WRK-QTD-COTACOES)
                               ELSE
                                   MOVE ZEROS TO
                                       TAB-COT-CONSOLIDACAO
                                           (WRK-QTD-COTACOES)
                               END-IF
                               PERFORM 0310-BAIXAR-ABSORVIDA
                           ELSE
                               DISPLAY 'TABELA DE COTACOES CHEIA - '
                                   'ITEM EM ABERTO IGNORADO '
       0510-CORTAR-FATURA.
           MOVE ZEROS TO WRK-FAT-TOTAL.
           MOVE ZEROS TO WRK-FAT-QTD-PED.
           MOVE ZEROS TO WRK-FAT-ICMS.
           PERFORM 0515-BUSCAR-CLIENTE.
           PERFORM 0520-ABRIR-DOCUMENTO.
           PERFORM VARYING WRK-IDX-CLI FROM 1 BY 1
           MOVE WRK-FAT-TOTAL   TO FAT-VALOR.
           MOVE WRK-FAT-TOTAL   TO FAT-SALDO.
           MOVE 'A'             TO FAT-SITUACAO.
           MOVE 'F'             TO FAT-TIPO.
           MOVE ZEROS           TO FAT-ORIGEM.
           MOVE WRK-FAT-ICMS    TO FAT-ICMS.
           WRITE REG-FATURA
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR FATURA ' FAT-NUMERO
                       ' - FS=' WRK-FS-FATURAS
                   MOVE 8 TO RETURN-CODE
           END-WRITE.
           ADD 1 TO WRK-CONT-FATURAS.
           ADD 1 TO WRK-PROX-FATURA.

           ADD 1 TO WRK-CTL-PROCESSADOS.
           ADD 1 TO WRK-FAT-QTD-PED.
           ADD TAB-COT-FRETE (WRK-IDX-CLI) TO WRK-FAT-TOTAL.
           PERFORM 0535-CALCULAR-ICMS.
           ADD WRK-ICMS-PEDIDO TO WRK-FAT-ICMS.

           MOVE WRK-PROX-FATURA TO FIT-FATURA.
           MOVE TAB-COT-NUMERO (WRK-IDX-CLI) TO FIT-PEDIDO.
           MOVE WRK-FAT-CLIENTE TO FIT-CLIENTE.
           MOVE TAB-COT-FRETE (WRK-IDX-CLI) TO FIT-VALOR.
           MOVE WRK-DATA-HOJE TO FIT-DATA.
           MOVE WRK-ICMS-UF-ORIGEM TO FIT-UF-ORIGEM.
           MOVE WRK-ICMS-UF-DESTINO TO FIT-UF-DESTINO.
           MOVE WRK-ICMS-ALIQUOTA TO FIT-ALIQUOTA.
           MOVE WRK-ICMS-PEDIDO TO FIT-ICMS.
           MOVE TAB-COT-CONSOLIDACAO (WRK-IDX-CLI) TO FIT-CONSOLIDACAO.
           WRITE REG-FAT-ITEM.

           MOVE TAB-COT-NUMERO (WRK-IDX-CLI) TO WRK-LI-PEDIDO.
           MOVE TAB-COT-UF (WRK-IDX-CLI)     TO WRK-LI-UF.
           MOVE TAB-COT-PESO (WRK-IDX-CLI)   TO WRK-LI-PESO.
           MOVE TAB-COT-FRETE (WRK-IDX-CLI)  TO WRK-LI-VALOR.
           MOVE WRK-ICMS-UF-ORIGEM TO WRK-LI-UF-ORIGEM.
           MOVE WRK-ICMS-ALIQUOTA  TO WRK-LI-ALIQUOTA.
           MOVE WRK-ICMS-PEDIDO    TO WRK-LI-ICMS.
           MOVE TAB-COT-CONSOLIDACAO (WRK-IDX-CLI) TO WRK-LI-GRUPO.
           MOVE WRK-LINHA-ITEM TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

      * O ICMS E POR DENTRO: SAI DO FRETE JA COTADO, SEM ACRESCIMO
      * NO VALOR DA FATURA. A UF DE ORIGEM E A DO DEPOSITO DE ONDE
      * SAIU A CARGA; SEM DEPOSITO OU SEM ALIQUOTA CADASTRADA PARA O
      * PAR, O PEDIDO FATURA COM ICMS ZERADO E E CONTADO NO RESUMO
       0535-CALCULAR-ICMS.
           MOVE ZEROS  TO WRK-ICMS-ALIQUOTA.
           MOVE ZEROS  TO WRK-ICMS-PEDIDO.
           MOVE SPACES TO WRK-UF-DEPOSITO.
           SET IDX-DEP TO 1.
           SEARCH TAB-DEP-ITEM
               AT END
                   CONTINUE
               WHEN IDX-DEP > WRK-QTD-DEPOSITOS
                   CONTINUE
               WHEN TAB-DEP-CODIGO (IDX-DEP) = TAB-COT-ORIGEM
                                                (WRK-IDX-CLI)
                   MOVE TAB-DEP-UF (IDX-DEP) TO WRK-UF-DEPOSITO
           END-SEARCH.
           IF TAB-COT-DEVOLUCAO (WRK-IDX-CLI) = 'C'
               MOVE TAB-COT-UF (WRK-IDX-CLI) TO WRK-ICMS-UF-ORIGEM
               MOVE WRK-UF-DEPOSITO TO WRK-ICMS-UF-DESTINO
           ELSE
               MOVE WRK-UF-DEPOSITO TO WRK-ICMS-UF-ORIGEM
               MOVE TAB-COT-UF (WRK-IDX-CLI) TO WRK-ICMS-UF-DESTINO
           END-IF.
           IF WRK-UF-DEPOSITO = SPACES
               ADD 1 TO WRK-CONT-SEM-ALIQUOTA
           ELSE
               SET IDX-ICMS TO 1
               SEARCH TAB-ICMS-ITEM
                   AT END
                       ADD 1 TO WRK-CONT-SEM-ALIQUOTA
                   WHEN IDX-ICMS > WRK-QTD-ICMS
                       ADD 1 TO WRK-CONT-SEM-ALIQUOTA
                   WHEN TAB-ICMS-UF-ORIGEM (IDX-ICMS)
                           = WRK-ICMS-UF-ORIGEM
                       AND TAB-ICMS-UF-DESTINO (IDX-ICMS)
                           = WRK-ICMS-UF-DESTINO
                       MOVE TAB-ICMS-ALIQUOTA (IDX-ICMS)
                           TO WRK-ICMS-ALIQUOTA
                       COMPUTE WRK-ICMS-PEDIDO ROUNDED =
                           TAB-COT-FRETE (WRK-IDX-CLI) *
                           WRK-ICMS-ALIQUOTA / 100
               END-SEARCH
           END-IF.

       0540-FECHAR-DOCUMENTO.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-FAT-ICMS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'ICMS INCLUSO NO FRETE:          R$'
                                      DELIMITED BY SIZE
                  WRK-VALOR-ED        DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

      * COTACOES QUE NAO ENCONTRARAM EMBARQUE FICAM FORA DA COBRANCA
       0550-CONTAR-NAO-FATURADOS.
                   UNTIL WRK-IDX > WRK-QTD-COTACOES
               IF TAB-COT-CASADO (WRK-IDX) = 'N'
                   ADD 1 TO WRK-CONT-SEM-EMBARQUE
               ELSE
                   IF TAB-COT-DEVOLUCAO (WRK-IDX) = 'A'
                       ADD 1 TO WRK-CONT-DEVOL-ABSORVIDA
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY 'FATURAS CORTADAS: ' WRK-CONT-FATURAS
               '  COTACOES SEM EMBARQUE (NAO FATURADAS): '
               WRK-CONT-SEM-EMBARQUE.
           DISPLAY 'DEVOLUCOES EMBARCADAS COM FRETE ABSORVIDO (NAO '
               'FATURADAS): ' WRK-CONT-DEVOL-ABSORVIDA.
           DISPLAY 'PEDIDOS FATURADOS SEM DEPOSITO OU ALIQUOTA DE '
               'ICMS (ICMS ZERADO): ' WRK-CONT-SEM-ALIQUOTA.

      * QUADRO DE IMPRESSAO PADRAO DO DOCUMENTO (IMPRESSO.CPY):
      * QUEBRA DE PAGINA COM TITULO E COLUNAS E MARCA DE FIM
           COPY LERPARM.

           COPY GRAVACAT.

           COPY VERPERIODO.
