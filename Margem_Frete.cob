       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGEM-FRETE.
      ***************************
      * Área de comentários
      * OBJETIVO: RENTABILIDADE MENSAL DO FRETE. JUNTA, PELO NUMERO DO
      * PEDIDO, O QUE FOI COBRADO DO CLIENTE (FATURA.ITN, GRAVADO PELO
      * FATURA-FRETE) COM O QUE A TRANSPORTADORA COBROU (EMB-FRETE EM
      * EMBARQUES.DAT) E COM A COTACAO DO PEDIDO (COTACAO.HST, QUE DA
      * O DEPOSITO DE ORIGEM E A UF DA ROTA). IMPRIME RECEITA, DESCONTO
      * CONTRATUAL CONCEDIDO, CUSTO DA TRANSPORTADORA, MARGEM E MARGEM
      * PERCENTUAL POR CLIENTE, POR ROTA (DEPOSITO / UF) E POR
      * TRANSPORTADORA, COM OS CLIENTES E ROTAS DE MARGEM NEGATIVA
      * DESTACADOS NO ALTO DO RELATORIO (PIOR PRIMEIRO) PARA A REVISAO
      * DE PRECO NO MANUTENCAO-TARIFAS E NO CONTRATOS.DAT. A RECEITA E
      * O FRETE FATURADO LIQUIDO DO ICMS DESTACADO NO ITEM. O PEDIDO
      * ENTRA NO MES DO FATURAMENTO; A DEVOLUCAO COM FRETE ABSORVIDO,
      * QUE NUNCA E FATURADA, ENTRA NO MES DA COTACAO SO COM O CUSTO.
      * PEDIDO EMBARCADO AINDA NAO FATURADO FICA FORA E E CONTADO NO
      * RODAPE (MARGEM.DYYYYMMDD.RPT, ANOTADO NO RELCAT.DAT)
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OS TRES ARQUIVOS DO PEDIDO, SO LIDOS
           SELECT ARQ-HISTORICO ASSIGN TO 'COTACAO.HST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.

           SELECT ARQ-EMBARQUES ASSIGN TO 'EMBARQUES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EMBARQUES.

           SELECT ARQ-FAT-ITENS ASSIGN TO 'FATURA.ITN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FAT-ITENS.

      * DESCONTOS CONTRATUAIS COM VIGENCIA: O DESCONTO CONCEDIDO NO
      * PEDIDO E O DO CONTRATO EM VIGOR NA DATA DA COTACAO
           SELECT ARQ-CONTRATOS ASSIGN TO 'CONTRATOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WRK-FS-CONTRATOS.

      * CADASTROS SO PARA O NOME NO RELATORIO; OS DOIS SAO OPCIONAIS
           SELECT ARQ-CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-CLIENTES.

           SELECT ARQ-TRANSPORTADORAS ASSIGN TO 'TRANSPORTADORAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TSP-CODIGO
               FILE STATUS IS WRK-FS-TRANSPORTADORAS.

      * PRIMEIRO SORT: COTACOES, EMBARQUES E ITENS FATURADOS JUNTOS NA
      * ORDEM DO NUMERO DO PEDIDO, PARA A QUEBRA POR PEDIDO
           SELECT ARQ-CLASSIF ASSIGN TO 'SORTWK01'.

      * SEGUNDO SORT: AS LINHAS DO RELATORIO NA ORDEM DAS SECOES, COM
      * AS MARGENS NEGATIVAS DA PIOR PARA A MENOS RUIM
           SELECT ARQ-ORDENA ASSIGN TO 'SORTWK02'.

      * O RELATORIO SAI COMO GERACAO DATADA (MARGEM.DYYYYMMDD.RPT),
      * ANOTADA NO CATALOGO RELCAT.DAT
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
       FD  ARQ-HISTORICO
           RECORDING MODE IS F.
       01  REG-HISTORICO.
           05 HST-DATA        PIC 9(08).
           05 HST-NUMERO      PIC 9(06).
           05 HST-CLIENTE     PIC X(06).
           05 HST-UF          PIC X(02).
           05 HST-PESO        PIC 9(06)V99.
           05 HST-FRETE       PIC 9(10)V99.
           05 HST-ORIGEM      PIC X(03).
           05 HST-METODO      PIC X(01).
           05 HST-TIPO-PEDIDO PIC X(01).
           05 HST-PEDIDO-ORIGINAL PIC 9(06).
           05 HST-MOTIVO-DEVOL PIC X(02).
           05 HST-COBRANCA-DEVOL PIC X(01).

       FD  ARQ-EMBARQUES
           RECORDING MODE IS F.
       01  REG-EMBARQUE.
           05 EMB-NUMERO      PIC 9(06).
           05 EMB-UF          PIC X(02).
           05 EMB-PESO        PIC 9(06)V99.
           05 EMB-FRETE       PIC 9(10)V99.
           05 EMB-TRANSPORTADORA PIC X(04).
           05 EMB-DATA-ENTREGA PIC 9(08).
           05 EMB-ROMANEIO    PIC 9(06).

       FD  ARQ-FAT-ITENS
           RECORDING MODE IS F.
       01  REG-FAT-ITEM.
           05 FIT-FATURA      PIC 9(06).
           05 FIT-PEDIDO      PIC 9(06).
           05 FIT-CLIENTE     PIC X(06).
           05 FIT-VALOR       PIC 9(10)V99.
           05 FIT-DATA        PIC 9(08).
           05 FIT-UF-ORIGEM   PIC X(02).
           05 FIT-UF-DESTINO  PIC X(02).
           05 FIT-ALIQUOTA    PIC 9(02)V99.
           05 FIT-ICMS        PIC 9(08)V99.
           05 FIT-CONSOLIDACAO PIC 9(06).

       FD  ARQ-CONTRATOS.
       01  REG-CONTRATO.
           05 CON-CHAVE.
               10 CON-CLIENTE     PIC X(06).
               10 CON-DATA-INI    PIC 9(08).
           05 CON-PCT-DESC        PIC 9(02)V99.
           05 CON-DATA-FIM        PIC 9(08).
           05 CON-ISENTO-ENCARGOS PIC X(01).

       FD  ARQ-CLIENTES.
       01  REG-CLIENTE.
           05 CLI-CODIGO      PIC X(06).
           05 CLI-NOME        PIC X(30).
           05 CLI-ENDERECO    PIC X(30).
           05 CLI-UF-PADRAO   PIC X(02).
           05 CLI-LIMITE-CREDITO PIC 9(09)V99.
           05 CLI-CONSOLIDA   PIC X(01).
           05 CLI-SITUACAO    PIC X(01).
           05 CLI-SUCESSOR    PIC X(06).

       FD  ARQ-TRANSPORTADORAS.
       01  REG-TRANSPORTADORA.
           05 TSP-CODIGO      PIC X(04).
           05 TSP-NOME        PIC X(30).
           05 TSP-CONTATO     PIC X(30).

      * TIPO DO REGISTRO: C = COTACAO, E = EMBARQUE, F = ITEM
      * FATURADO. A SEQUENCIA DE LEITURA MANTEM AS RECOTACOES DO
      * MESMO PEDIDO NA ORDEM DO HISTORICO - A ULTIMA PREVALECE
       SD  ARQ-CLASSIF.
       01  REG-CLASSIF.
           05 SRT-PEDIDO        PIC 9(06).
           05 SRT-TIPO          PIC X(01).
           05 SRT-SEQUENCIA     PIC 9(07).
           05 SRT-CLIENTE       PIC X(06).
           05 SRT-DATA          PIC 9(08).
           05 SRT-UF            PIC X(02).
           05 SRT-ORIGEM        PIC X(03).
           05 SRT-VALOR         PIC 9(10)V99.
           05 SRT-ICMS          PIC 9(08)V99.
           05 SRT-TRANSPORTADORA PIC X(04).
           05 SRT-TIPO-PEDIDO   PIC X(01).
           05 SRT-COBRANCA-DEVOL PIC X(01).

      * SECAO DO RELATORIO, ORDEM DENTRO DA SECAO (0 = TITULO,
      * 1 = AVISO DE SECAO VAZIA, 2 = DETALHE), MARGEM (SO NAS
      * SECOES DE MARGEM NEGATIVA) E CHAVE DO AGRUPAMENTO
       SD  ARQ-ORDENA.
       01  REG-ORDENA.
           05 ORD-SECAO         PIC 9(01).
           05 ORD-ORDEM         PIC 9(01).
           05 ORD-MARGEM        PIC S9(13)V99.
           05 ORD-CHAVE         PIC X(10).
           05 ORD-QTD           PIC 9(05).
           05 ORD-RECEITA       PIC 9(13)V99.
           05 ORD-DESCONTO      PIC 9(13)V99.
           05 ORD-CUSTO         PIC 9(13)V99.
           05 ORD-TEXTO         PIC X(60).

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
       77 WRK-FS-HISTORICO PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMBARQUES PIC X(02) VALUE ZEROS.
       77 WRK-FS-FAT-ITENS PIC X(02) VALUE ZEROS.
       77 WRK-FS-CONTRATOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIENTES PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRANSPORTADORAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATALOGO PIC X(02) VALUE ZEROS.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WRK-EOF-ARQUIVO PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-EOF-CONTRATOS PIC X(01) VALUE 'N'.
         88 FIM-CONTRATOS VALUE 'S'.
       77 WRK-EOF-CLASSIF PIC X(01) VALUE 'N'.
         88 FIM-CLASSIF VALUE 'S'.
       77 WRK-EOF-ORDENA PIC X(01) VALUE 'N'.
         88 FIM-ORDENA VALUE 'S'.
       77 WRK-FLAG-HISTORICO PIC X(01) VALUE 'N'.
         88 HISTORICO-ABERTO VALUE 'S'.
       77 WRK-FLAG-CLIENTES PIC X(01) VALUE 'N'.
         88 CLIENTES-ABERTO VALUE 'S'.
       77 WRK-FLAG-TRANSPORTADORAS PIC X(01) VALUE 'N'.
         88 TRANSPORTADORAS-ABERTO VALUE 'S'.

       COPY RUNLOG.

       COPY CATREL.

       COPY IMPRESSO.

      * MES DE REFERENCIA DO RELATORIO (AAAAMM)
       77 WRK-MES-X PIC X(06) VALUE SPACES.
       77 WRK-MES REDEFINES WRK-MES-X PIC 9(06).

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

       77 WRK-SEQUENCIA PIC 9(07) VALUE ZEROS.

      * CONTRATOS DE TODAS AS VIGENCIAS, NA ORDEM DA CHAVE (CLIENTE E
      * DATA DE INICIO): O ULTIMO QUE COBRE A DATA PREVALECE
       77 WRK-QTD-CONTRATOS PIC 9(03) VALUE ZEROS.
       01 TAB-CONTRATOS.
           05 TAB-CON-ITEM OCCURS 500 TIMES.
               10 TAB-CON-CLIENTE  PIC X(06).
               10 TAB-CON-DATA-INI PIC 9(08).
               10 TAB-CON-DATA-FIM PIC 9(08).
               10 TAB-CON-PCT      PIC 9(02)V99.
       77 WRK-IDX-CON PIC 9(03) VALUE ZEROS.

      * O PEDIDO EM MONTAGEM NA QUEBRA DO PRIMEIRO SORT
       77 WRK-PEDIDO-ANT PIC 9(06) VALUE ZEROS.
       01 WRK-PEDIDO-ATUAL.
           05 WRK-PA-FLAG-COT     PIC X(01).
             88 PA-COTADO         VALUE 'S'.
           05 WRK-PA-FLAG-EMB     PIC X(01).
             88 PA-EMBARCADO      VALUE 'S'.
           05 WRK-PA-FLAG-FAT     PIC X(01).
             88 PA-FATURADO       VALUE 'S'.
           05 WRK-PA-CLIENTE      PIC X(06).
           05 WRK-PA-DATA-COT     PIC 9(08).
           05 WRK-PA-UF           PIC X(02).
           05 WRK-PA-ORIGEM       PIC X(03).
           05 WRK-PA-FRETE-COT    PIC 9(10)V99.
           05 WRK-PA-TIPO-PEDIDO  PIC X(01).
           05 WRK-PA-COBRANCA-DEVOL PIC X(01).
           05 WRK-PA-CUSTO        PIC 9(10)V99.
           05 WRK-PA-TRANSPORTADORA PIC X(04).
           05 WRK-PA-FIT-CLIENTE  PIC X(06).
           05 WRK-PA-FIT-DATA     PIC 9(08).
           05 WRK-PA-FIT-VALOR    PIC 9(10)V99.
           05 WRK-PA-FIT-ICMS     PIC 9(08)V99.
       77 WRK-FLAG-ABSORVIDA PIC X(01) VALUE 'N'.
         88 DEVOLUCAO-ABSORVIDA VALUE 'S'.

      * VALORES DO PEDIDO QUE ENTRA NO MES
       01 WRK-DATA-PEDIDO PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-PEDIDO-R REDEFINES WRK-DATA-PEDIDO.
           05 WRK-DP-ANO-MES    PIC 9(06).
           05 WRK-DP-DIA        PIC 9(02).
       77 WRK-CLIENTE PIC X(06) VALUE SPACES.
       77 WRK-ROTA PIC X(10) VALUE SPACES.
       77 WRK-TRANSPORTADORA PIC X(04) VALUE SPACES.
       77 WRK-RECEITA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DESCONTO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-PCT-DESCONTO PIC 9(02)V99 VALUE ZEROS.

      * ACUMULADOS DO MES POR CLIENTE, POR ROTA (DEPOSITO/UF) E POR
      * TRANSPORTADORA; COM A TABELA CHEIA O EXCEDENTE SOMA NA ULTIMA
       77 WRK-QTD-CLI PIC 9(04) VALUE ZEROS.
       01 TAB-CLIENTES.
           05 TAB-CLI-ITEM OCCURS 500 TIMES
                            INDEXED BY IDX-CLI.
               10 TAB-CLI-CHAVE    PIC X(10).
               10 TAB-CLI-QTD      PIC 9(05).
               10 TAB-CLI-RECEITA  PIC 9(13)V99.
               10 TAB-CLI-DESCONTO PIC 9(13)V99.
               10 TAB-CLI-CUSTO    PIC 9(13)V99.
       77 WRK-QTD-ROT PIC 9(04) VALUE ZEROS.
       01 TAB-ROTAS.
           05 TAB-ROT-ITEM OCCURS 300 TIMES
                            INDEXED BY IDX-ROT.
               10 TAB-ROT-CHAVE    PIC X(10).
               10 TAB-ROT-QTD      PIC 9(05).
               10 TAB-ROT-RECEITA  PIC 9(13)V99.
               10 TAB-ROT-DESCONTO PIC 9(13)V99.
               10 TAB-ROT-CUSTO    PIC 9(13)V99.
       77 WRK-QTD-TSP PIC 9(04) VALUE ZEROS.
       01 TAB-TRANSPORTADORAS.
           05 TAB-TSP-ITEM OCCURS 100 TIMES
                            INDEXED BY IDX-TSP.
               10 TAB-TSP-CHAVE    PIC X(10).
               10 TAB-TSP-QTD      PIC 9(05).
               10 TAB-TSP-RECEITA  PIC 9(13)V99.
               10 TAB-TSP-DESCONTO PIC 9(13)V99.
               10 TAB-TSP-CUSTO    PIC 9(13)V99.
       77 WRK-IDX PIC 9(04) VALUE ZEROS.

       77 WRK-MARGEM PIC S9(13)V99 VALUE ZEROS.
       77 WRK-RECEITA-PCT PIC 9(13)V99 VALUE ZEROS.
       77 WRK-PCT-MARGEM PIC S9(05)V9 VALUE ZEROS.
       77 WRK-CONT-NEG-CLI PIC 9(04) VALUE ZEROS.
       77 WRK-CONT-NEG-ROT PIC 9(04) VALUE ZEROS.

       77 WRK-TOT-QTD PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-RECEITA PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTO PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-CUSTO PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CONT-ABSORVIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-PENDENTES PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-SEM-EMBARQUE PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-SEM-COTACAO PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-ED PIC ZZZZ9 VALUE ZEROS.

       01 WRK-LINHA-MARGEM.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LM-CHAVE       PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WRK-LM-NOME        PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WRK-LM-QTD         PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LM-RECEITA     PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LM-DESCONTO    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LM-CUSTO       PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LM-MARGEM      PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LM-PCT         PIC -ZZZ9,9.
           05 WRK-LM-PCT-X REDEFINES WRK-LM-PCT PIC X(07).

      * CABECALHO DE COLUNAS, ALINHADO COLUNA A COLUNA COM
      * WRK-LINHA-MARGEM ACIMA, REPETIDO A CADA PAGINA
       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'CHAVE'.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 FILLER             PIC X(20) VALUE 'NOME'.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 FILLER             PIC X(05) VALUE 'PEDID'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(16) VALUE '  RECEITA LIQ R$'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(14) VALUE '   DESCONTO R$'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(16) VALUE ' CUSTO TRANSP R$'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(17) VALUE '        MARGEM R$'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(07) VALUE 'MARGEM%'.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           MOVE 'N' TO WRK-EOF-CONTRATOS.
           MOVE 'N' TO WRK-EOF-CLASSIF.
           MOVE 'N' TO WRK-EOF-ORDENA.
           MOVE 'N' TO WRK-FLAG-HISTORICO.
           MOVE 'N' TO WRK-FLAG-CLIENTES.
           MOVE 'N' TO WRK-FLAG-TRANSPORTADORAS.
           MOVE ZEROS TO WRK-CTL-LIDOS.
           MOVE ZEROS TO WRK-CTL-PROCESSADOS.
           MOVE ZEROS TO WRK-CTL-REJEITADOS.
           MOVE ZEROS TO WRK-SEQUENCIA.
           MOVE ZEROS TO WRK-QTD-CONTRATOS.
           MOVE ZEROS TO WRK-QTD-CLI.
           MOVE ZEROS TO WRK-QTD-ROT.
           MOVE ZEROS TO WRK-QTD-TSP.
           MOVE ZEROS TO WRK-CONT-NEG-CLI.
           MOVE ZEROS TO WRK-CONT-NEG-ROT.
           MOVE ZEROS TO WRK-TOT-QTD.
           MOVE ZEROS TO WRK-TOT-RECEITA.
           MOVE ZEROS TO WRK-TOT-DESCONTO.
           MOVE ZEROS TO WRK-TOT-CUSTO.
           MOVE ZEROS TO WRK-CONT-ABSORVIDAS.
           MOVE ZEROS TO WRK-CONT-PENDENTES.
           MOVE ZEROS TO WRK-CONT-SEM-EMBARQUE.
           MOVE ZEROS TO WRK-CONT-SEM-COTACAO.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           PERFORM 0150-OBTER-MES.
           PERFORM 0200-ABRIR-ARQUIVOS.
           PERFORM 0250-CARREGAR-CONTRATOS.
           SORT ARQ-CLASSIF
               ON ASCENDING KEY SRT-PEDIDO
                                SRT-TIPO
                                SRT-SEQUENCIA
               INPUT PROCEDURE IS 0300-LIBERAR-MOVIMENTOS
               OUTPUT PROCEDURE IS 0400-MONTAR-PEDIDOS.

           PERFORM 0500-ABRIR-RELATORIO.
           SORT ARQ-ORDENA
               ON ASCENDING KEY ORD-SECAO
                                ORD-ORDEM
                                ORD-MARGEM
                                ORD-CHAVE
               INPUT PROCEDURE IS 0600-LIBERAR-LINHAS
               OUTPUT PROCEDURE IS 0700-IMPRIMIR-LINHAS.
           PERFORM 0760-IMPRIMIR-TOTAIS.
           PERFORM 9820-ENCERRAR-RELATORIO.
           PERFORM 0800-FECHAR-ARQUIVOS.

           MOVE 'MARGEM-FRETE' TO WRK-RL-PROGRAMA.
           PERFORM 9700-GRAVAR-CONTROLE.

           MOVE WRK-TOT-QTD TO WRK-CONT-ED.
           DISPLAY 'PEDIDOS NO MES.............: ' WRK-CONT-ED.
           MOVE WRK-CONT-NEG-CLI TO WRK-CONT-ED.
           DISPLAY 'CLIENTES COM MARGEM NEGATIVA: ' WRK-CONT-ED.
           MOVE WRK-CONT-NEG-ROT TO WRK-CONT-ED.
           DISPLAY 'ROTAS COM MARGEM NEGATIVA...: ' WRK-CONT-ED.
           DISPLAY 'RELATORIO EM ' WRK-NOME-RELATORIO.
           GOBACK.

      * MES DE REFERENCIA: BRANCO ASSUME O MES DA DATA CORRENTE
       0150-OBTER-MES.
           DISPLAY 'MES DA RENTABILIDADE (AAAAMM, BRANCO=MES ATUAL)'
           ACCEPT WRK-MES-X FROM CONSOLE.
           IF WRK-MES-X = SPACES OR WRK-MES-X NOT NUMERIC
               MOVE WRK-DATA-HOJE (1:6) TO WRK-MES-X
           END-IF.

      * SEM EMBARQUES NAO HA CUSTO E SEM FATURA.ITN NAO HA RECEITA;
      * SEM O HISTORICO DE COTACOES O RELATORIO SAI, MAS SEM ROTA E
      * SEM DESCONTO
       0200-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-EMBARQUES.
           IF WRK-FS-EMBARQUES NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMBARQUES.DAT - FS='
                   WRK-FS-EMBARQUES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQ-FAT-ITENS.
           IF WRK-FS-FAT-ITENS NOT = '00'
               DISPLAY 'ERRO AO ABRIR FATURA.ITN - FS='
                   WRK-FS-FAT-ITENS
               CLOSE ARQ-EMBARQUES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQ-HISTORICO.
           IF WRK-FS-HISTORICO = '00'
               MOVE 'S' TO WRK-FLAG-HISTORICO
           ELSE
               DISPLAY 'COTACAO.HST AUSENTE - ROTAS E DESCONTOS NAO '
                   'APURADOS'
           END-IF.
           OPEN INPUT ARQ-CLIENTES.
           IF WRK-FS-CLIENTES = '00'
               MOVE 'S' TO WRK-FLAG-CLIENTES
           END-IF.
           OPEN INPUT ARQ-TRANSPORTADORAS.
           IF WRK-FS-TRANSPORTADORAS = '00'
               MOVE 'S' TO WRK-FLAG-TRANSPORTADORAS
           END-IF.

      * CONTRATOS.DAT E OPCIONAL: SEM ELE NENHUM DESCONTO E APURADO
       0250-CARREGAR-CONTRATOS.
           OPEN INPUT ARQ-CONTRATOS.
           IF WRK-FS-CONTRATOS NOT = '00'
               DISPLAY 'CONTRATOS.DAT AUSENTE - SEM DESCONTOS '
                   'CONTRATUAIS'
           ELSE
               PERFORM UNTIL FIM-CONTRATOS
                   READ ARQ-CONTRATOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-EOF-CONTRATOS
                       NOT AT END
                           IF WRK-QTD-CONTRATOS < 500
                               ADD 1 TO WRK-QTD-CONTRATOS
                               MOVE CON-CLIENTE TO
                                   TAB-CON-CLIENTE (WRK-QTD-CONTRATOS)
                               MOVE CON-DATA-INI TO
                                   TAB-CON-DATA-INI (WRK-QTD-CONTRATOS)
                               MOVE CON-DATA-FIM TO
                                   TAB-CON-DATA-FIM (WRK-QTD-CONTRATOS)
                               MOVE CON-PCT-DESC TO
                                   TAB-CON-PCT (WRK-QTD-CONTRATOS)
                           ELSE
                               DISPLAY 'TABELA DE CONTRATOS CHEIA - '
                                   'IGNORADO ' CON-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CONTRATOS
           END-IF.

      * ENTRADA DO PRIMEIRO SORT: OS TRES ARQUIVOS INTEIROS; O FILTRO
      * DO MES SO E FEITO NA QUEBRA, COM O PEDIDO COMPLETO
       0300-LIBERAR-MOVIMENTOS.
           IF HISTORICO-ABERTO
               MOVE 'N' TO WRK-EOF-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-HISTORICO
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           PERFORM 0310-LIBERAR-COTACAO
                   END-READ
               END-PERFORM
           END-IF.

           MOVE 'N' TO WRK-EOF-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-EMBARQUES
                   AT END
                       MOVE 'S' TO WRK-EOF-ARQUIVO
                   NOT AT END
                       PERFORM 0320-LIBERAR-EMBARQUE
               END-READ
           END-PERFORM.

           MOVE 'N' TO WRK-EOF-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-FAT-ITENS
                   AT END
                       MOVE 'S' TO WRK-EOF-ARQUIVO
                   NOT AT END
                       PERFORM 0330-LIBERAR-ITEM
               END-READ
           END-PERFORM.

       0310-LIBERAR-COTACAO.
           ADD 1 TO WRK-CTL-LIDOS.
           ADD 1 TO WRK-SEQUENCIA.
           INITIALIZE REG-CLASSIF.
           MOVE HST-NUMERO         TO SRT-PEDIDO.
           MOVE 'C'                TO SRT-TIPO.
           MOVE WRK-SEQUENCIA      TO SRT-SEQUENCIA.
           MOVE HST-CLIENTE        TO SRT-CLIENTE.
           MOVE HST-DATA           TO SRT-DATA.
           MOVE HST-UF             TO SRT-UF.
           MOVE HST-ORIGEM         TO SRT-ORIGEM.
           MOVE HST-FRETE          TO SRT-VALOR.
           MOVE HST-TIPO-PEDIDO    TO SRT-TIPO-PEDIDO.
           MOVE HST-COBRANCA-DEVOL TO SRT-COBRANCA-DEVOL.
           RELEASE REG-CLASSIF.

       0320-LIBERAR-EMBARQUE.
           ADD 1 TO WRK-CTL-LIDOS.
           ADD 1 TO WRK-SEQUENCIA.
           INITIALIZE REG-CLASSIF.
           MOVE EMB-NUMERO         TO SRT-PEDIDO.
           MOVE 'E'                TO SRT-TIPO.
           MOVE WRK-SEQUENCIA      TO SRT-SEQUENCIA.
           MOVE EMB-UF             TO SRT-UF.
           MOVE EMB-FRETE          TO SRT-VALOR.
           MOVE EMB-TRANSPORTADORA TO SRT-TRANSPORTADORA.
           RELEASE REG-CLASSIF.

      * ITEM GRAVADO ANTES DO CALCULO DO ICMS NAO TEM DATA NEM ICMS:
      * ENTRA NO MES DA COTACAO, COM O IMPOSTO ZERADO
       0330-LIBERAR-ITEM.
           ADD 1 TO WRK-CTL-LIDOS.
           ADD 1 TO WRK-SEQUENCIA.
           INITIALIZE REG-CLASSIF.
           MOVE FIT-PEDIDO         TO SRT-PEDIDO.
           MOVE 'F'                TO SRT-TIPO.
           MOVE WRK-SEQUENCIA      TO SRT-SEQUENCIA.
           MOVE FIT-CLIENTE        TO SRT-CLIENTE.
           IF FIT-DATA NUMERIC
               MOVE FIT-DATA       TO SRT-DATA
           END-IF.
           MOVE FIT-VALOR          TO SRT-VALOR.
           IF FIT-ICMS NUMERIC
               MOVE FIT-ICMS       TO SRT-ICMS
           END-IF.
           RELEASE REG-CLASSIF.

      * SAIDA DO PRIMEIRO SORT: QUEBRA POR PEDIDO
       0400-MONTAR-PEDIDOS.
           MOVE ZEROS TO WRK-PEDIDO-ANT.
           INITIALIZE WRK-PEDIDO-ATUAL.
           PERFORM UNTIL FIM-CLASSIF
               RETURN ARQ-CLASSIF
                   AT END
                       MOVE 'S' TO WRK-EOF-CLASSIF
                   NOT AT END
                       IF SRT-PEDIDO NOT = WRK-PEDIDO-ANT
                           IF WRK-PEDIDO-ANT NOT = ZEROS
                               PERFORM 0420-FECHAR-PEDIDO
                           END-IF
                           MOVE SRT-PEDIDO TO WRK-PEDIDO-ANT
                           INITIALIZE WRK-PEDIDO-ATUAL
                       END-IF
                       PERFORM 0410-GUARDAR-REGISTRO
               END-RETURN
           END-PERFORM.
           IF WRK-PEDIDO-ANT NOT = ZEROS
               PERFORM 0420-FECHAR-PEDIDO
           END-IF.

      * RECOTACAO DO MESMO PEDIDO SOBREPOE A ANTERIOR (SEQUENCIA DO
      * HISTORICO); O EMBARQUE E O ITEM SAO UM SO POR PEDIDO
       0410-GUARDAR-REGISTRO.
           EVALUATE SRT-TIPO
               WHEN 'C'
                   MOVE 'S'                TO WRK-PA-FLAG-COT
                   MOVE SRT-CLIENTE        TO WRK-PA-CLIENTE
                   MOVE SRT-DATA           TO WRK-PA-DATA-COT
                   MOVE SRT-UF             TO WRK-PA-UF
                   MOVE SRT-ORIGEM         TO WRK-PA-ORIGEM
                   MOVE SRT-VALOR          TO WRK-PA-FRETE-COT
                   MOVE SRT-TIPO-PEDIDO    TO WRK-PA-TIPO-PEDIDO
                   MOVE SRT-COBRANCA-DEVOL TO WRK-PA-COBRANCA-DEVOL
               WHEN 'E'
                   MOVE 'S'                TO WRK-PA-FLAG-EMB
                   MOVE SRT-VALOR          TO WRK-PA-CUSTO
                   MOVE SRT-TRANSPORTADORA TO WRK-PA-TRANSPORTADORA
                   IF WRK-PA-UF = SPACES
                       MOVE SRT-UF         TO WRK-PA-UF
                   END-IF
               WHEN 'F'
                   MOVE 'S'                TO WRK-PA-FLAG-FAT
                   MOVE SRT-CLIENTE        TO WRK-PA-FIT-CLIENTE
                   MOVE SRT-DATA           TO WRK-PA-FIT-DATA
                   MOVE SRT-VALOR          TO WRK-PA-FIT-VALOR
                   MOVE SRT-ICMS           TO WRK-PA-FIT-ICMS
           END-EVALUATE.

      * O PEDIDO ENTRA NO RELATORIO QUANDO FOI FATURADO NO MES OU E
      * DEVOLUCAO ABSORVIDA COTADA NO MES. SO COTADO, SEM EMBARQUE,
      * NAO TEM CUSTO NEM RECEITA E E IGNORADO
       0420-FECHAR-PEDIDO.
           MOVE 'N' TO WRK-FLAG-ABSORVIDA.
           IF PA-COTADO AND WRK-PA-TIPO-PEDIDO = 'D'
               AND WRK-PA-COBRANCA-DEVOL = 'A'
               MOVE 'S' TO WRK-FLAG-ABSORVIDA
           END-IF.

           MOVE ZEROS TO WRK-DATA-PEDIDO.
           IF PA-FATURADO AND WRK-PA-FIT-DATA > ZEROS
               MOVE WRK-PA-FIT-DATA TO WRK-DATA-PEDIDO
           ELSE
               IF PA-COTADO
                   MOVE WRK-PA-DATA-COT TO WRK-DATA-PEDIDO
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN NOT PA-FATURADO AND NOT PA-EMBARCADO
                   CONTINUE
               WHEN WRK-DP-ANO-MES NOT = WRK-MES
                   CONTINUE
               WHEN NOT PA-FATURADO AND NOT DEVOLUCAO-ABSORVIDA
                   ADD 1 TO WRK-CONT-PENDENTES
               WHEN OTHER
                   PERFORM 0430-APURAR-PEDIDO
           END-EVALUATE.

       0430-APURAR-PEDIDO.
           ADD 1 TO WRK-CTL-PROCESSADOS.
           IF DEVOLUCAO-ABSORVIDA
               ADD 1 TO WRK-CONT-ABSORVIDAS
           END-IF.
           IF NOT PA-EMBARCADO
               ADD 1 TO WRK-CONT-SEM-EMBARQUE
           END-IF.
           IF NOT PA-COTADO
               ADD 1 TO WRK-CONT-SEM-COTACAO
           END-IF.

           IF PA-FATURADO
               MOVE WRK-PA-FIT-CLIENTE TO WRK-CLIENTE
           ELSE
               MOVE WRK-PA-CLIENTE TO WRK-CLIENTE
           END-IF.
           MOVE SPACES TO WRK-ROTA.
           IF PA-COTADO
               STRING WRK-PA-ORIGEM DELIMITED BY SIZE
                      '/'           DELIMITED BY SIZE
                      WRK-PA-UF     DELIMITED BY SIZE
                   INTO WRK-ROTA
               END-STRING
           ELSE
               STRING '???/'        DELIMITED BY SIZE
                      WRK-PA-UF     DELIMITED BY SIZE
                   INTO WRK-ROTA
               END-STRING
           END-IF.
           MOVE WRK-PA-TRANSPORTADORA TO WRK-TRANSPORTADORA.
           IF NOT PA-EMBARCADO
               MOVE '????' TO WRK-TRANSPORTADORA
           END-IF.

           MOVE ZEROS TO WRK-RECEITA.
           IF PA-FATURADO
               IF WRK-PA-FIT-ICMS < WRK-PA-FIT-VALOR
                   COMPUTE WRK-RECEITA =
                       WRK-PA-FIT-VALOR - WRK-PA-FIT-ICMS
               END-IF
           END-IF.
           PERFORM 0440-APURAR-DESCONTO.

           PERFORM 0450-ACUMULAR-CLIENTE.
           PERFORM 0460-ACUMULAR-ROTA.
           PERFORM 0470-ACUMULAR-TRANSPORTADORA.

           ADD 1 TO WRK-TOT-QTD.
           ADD WRK-RECEITA TO WRK-TOT-RECEITA.
           ADD WRK-DESCONTO TO WRK-TOT-DESCONTO.
           ADD WRK-PA-CUSTO TO WRK-TOT-CUSTO.

      * O FRETE COTADO JA SAIU DESCONTADO: O DESCONTO CONCEDIDO E O
      * QUE FALTA PARA O FRETE CHEIO, PELO PERCENTUAL DO CONTRATO EM
      * VIGOR NA DATA DA COTACAO. DEVOLUCAO ABSORVIDA NAO TEM DESCONTO
       0440-APURAR-DESCONTO.
           MOVE ZEROS TO WRK-DESCONTO.
           MOVE ZEROS TO WRK-PCT-DESCONTO.
           IF PA-COTADO AND NOT DEVOLUCAO-ABSORVIDA
               PERFORM VARYING WRK-IDX-CON FROM 1 BY 1
                       UNTIL WRK-IDX-CON > WRK-QTD-CONTRATOS
                   IF TAB-CON-CLIENTE (WRK-IDX-CON) = WRK-PA-CLIENTE
                       AND TAB-CON-DATA-INI (WRK-IDX-CON)
                           <= WRK-PA-DATA-COT
                       AND TAB-CON-DATA-FIM (WRK-IDX-CON)
                           >= WRK-PA-DATA-COT
                       MOVE TAB-CON-PCT (WRK-IDX-CON)
                           TO WRK-PCT-DESCONTO
                   END-IF
               END-PERFORM
               IF WRK-PCT-DESCONTO > ZEROS AND WRK-PCT-DESCONTO < 100
                   COMPUTE WRK-DESCONTO ROUNDED =
                       WRK-PA-FRETE-COT * WRK-PCT-DESCONTO
                       / (100 - WRK-PCT-DESCONTO)
               END-IF
           END-IF.

       0450-ACUMULAR-CLIENTE.
           SET IDX-CLI TO 1.
           SEARCH TAB-CLI-ITEM
               AT END
                   PERFORM 0455-CRIAR-CLIENTE
               WHEN IDX-CLI > WRK-QTD-CLI
                   PERFORM 0455-CRIAR-CLIENTE
               WHEN TAB-CLI-CHAVE (IDX-CLI) = WRK-CLIENTE
                   CONTINUE
           END-SEARCH.
           ADD 1 TO TAB-CLI-QTD (IDX-CLI).
           ADD WRK-RECEITA TO TAB-CLI-RECEITA (IDX-CLI).
           ADD WRK-DESCONTO TO TAB-CLI-DESCONTO (IDX-CLI).
           ADD WRK-PA-CUSTO TO TAB-CLI-CUSTO (IDX-CLI).

       0455-CRIAR-CLIENTE.
           IF WRK-QTD-CLI < 500
               ADD 1 TO WRK-QTD-CLI
               SET IDX-CLI TO WRK-QTD-CLI
               INITIALIZE TAB-CLI-ITEM (IDX-CLI)
               MOVE WRK-CLIENTE TO TAB-CLI-CHAVE (IDX-CLI)
           ELSE
               SET IDX-CLI TO WRK-QTD-CLI
               DISPLAY 'TABELA DE CLIENTES CHEIA - ACUMULADO NO ULTIMO'
           END-IF.

       0460-ACUMULAR-ROTA.
           SET IDX-ROT TO 1.
           SEARCH TAB-ROT-ITEM
               AT END
                   PERFORM 0465-CRIAR-ROTA
               WHEN IDX-ROT > WRK-QTD-ROT
                   PERFORM 0465-CRIAR-ROTA
               WHEN TAB-ROT-CHAVE (IDX-ROT) = WRK-ROTA
                   CONTINUE
           END-SEARCH.
           ADD 1 TO TAB-ROT-QTD (IDX-ROT).
           ADD WRK-RECEITA TO TAB-ROT-RECEITA (IDX-ROT).
           ADD WRK-DESCONTO TO TAB-ROT-DESCONTO (IDX-ROT).
           ADD WRK-PA-CUSTO TO TAB-ROT-CUSTO (IDX-ROT).

       0465-CRIAR-ROTA.
           IF WRK-QTD-ROT < 300
               ADD 1 TO WRK-QTD-ROT
               SET IDX-ROT TO WRK-QTD-ROT
               INITIALIZE TAB-ROT-ITEM (IDX-ROT)
               MOVE WRK-ROTA TO TAB-ROT-CHAVE (IDX-ROT)
           ELSE
               SET IDX-ROT TO WRK-QTD-ROT
               DISPLAY 'TABELA DE ROTAS CHEIA - ACUMULADO NA ULTIMA'
           END-IF.

       0470-ACUMULAR-TRANSPORTADORA.
           SET IDX-TSP TO 1.
           SEARCH TAB-TSP-ITEM
               AT END
                   PERFORM 0475-CRIAR-TRANSPORTADORA
               WHEN IDX-TSP > WRK-QTD-TSP
                   PERFORM 0475-CRIAR-TRANSPORTADORA
               WHEN TAB-TSP-CHAVE (IDX-TSP) = WRK-TRANSPORTADORA
                   CONTINUE
           END-SEARCH.
           ADD 1 TO TAB-TSP-QTD (IDX-TSP).
           ADD WRK-RECEITA TO TAB-TSP-RECEITA (IDX-TSP).
           ADD WRK-DESCONTO TO TAB-TSP-DESCONTO (IDX-TSP).
           ADD WRK-PA-CUSTO TO TAB-TSP-CUSTO (IDX-TSP).

       0475-CRIAR-TRANSPORTADORA.
           IF WRK-QTD-TSP < 100
               ADD 1 TO WRK-QTD-TSP
               SET IDX-TSP TO WRK-QTD-TSP
               INITIALIZE TAB-TSP-ITEM (IDX-TSP)
               MOVE WRK-TRANSPORTADORA TO TAB-TSP-CHAVE (IDX-TSP)
           ELSE
               SET IDX-TSP TO WRK-QTD-TSP
               DISPLAY 'TABELA DE TRANSPORTADORAS CHEIA - ACUMULADO '
                   'NA ULTIMA'
           END-IF.

       0500-ABRIR-RELATORIO.
           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING 'MARGEM.D'     DELIMITED BY SIZE
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
           MOVE 'MARGEM-FRETE'     TO WRK-CAT-RELATORIO.
           MOVE WRK-DATA-HOJE      TO WRK-CAT-DATA.
           MOVE WRK-NOME-RELATORIO TO WRK-CAT-ARQUIVO.
           MOVE 'P'                TO WRK-CAT-SITUACAO.
           PERFORM 9650-GRAVAR-CATALOGO.

           MOVE SPACES TO WRK-IMP-TITULO.
           STRING 'RENTABILIDADE DO FRETE - MES ' DELIMITED BY SIZE
                  WRK-MES-X DELIMITED BY SIZE
               INTO WRK-IMP-TITULO
           END-STRING.
           MOVE 'MARGEM-FRETE' TO WRK-IMP-PROGRAMA.
           MOVE WRK-DATA-HOJE TO WRK-IMP-DATA.
           MOVE ZEROS TO WRK-IMP-PAGINA.
           MOVE 99 TO WRK-IMP-LINHA.

      * ENTRADA DO SEGUNDO SORT: O TITULO DE CADA SECAO, O AVISO DE
      * SECAO DE MARGEM NEGATIVA VAZIA E UMA LINHA POR AGRUPAMENTO.
      * CLIENTE E ROTA COM MARGEM NEGATIVA SAEM DUAS VEZES: NO
      * DESTAQUE DO ALTO (SECOES 1 E 2) E NA SUA SECAO COMPLETA
       0600-LIBERAR-LINHAS.
           MOVE 1 TO ORD-SECAO.
           MOVE 'CLIENTES COM MARGEM NEGATIVA (PIOR PRIMEIRO)'
               TO ORD-TEXTO.
           PERFORM 0610-LIBERAR-TITULO.
           MOVE 2 TO ORD-SECAO.
           MOVE 'ROTAS COM MARGEM NEGATIVA (PIOR PRIMEIRO)'
               TO ORD-TEXTO.
           PERFORM 0610-LIBERAR-TITULO.
           MOVE 3 TO ORD-SECAO.
           MOVE 'MARGEM POR CLIENTE' TO ORD-TEXTO.
           PERFORM 0610-LIBERAR-TITULO.
           MOVE 4 TO ORD-SECAO.
           MOVE 'MARGEM POR ROTA (DEPOSITO DE ORIGEM / UF)'
               TO ORD-TEXTO.
           PERFORM 0610-LIBERAR-TITULO.
           MOVE 5 TO ORD-SECAO.
           MOVE 'MARGEM POR TRANSPORTADORA' TO ORD-TEXTO.
           PERFORM 0610-LIBERAR-TITULO.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-CLI
               INITIALIZE REG-ORDENA
               MOVE TAB-CLI-CHAVE (WRK-IDX)    TO ORD-CHAVE
               MOVE TAB-CLI-QTD (WRK-IDX)      TO ORD-QTD
               MOVE TAB-CLI-RECEITA (WRK-IDX)  TO ORD-RECEITA
               MOVE TAB-CLI-DESCONTO (WRK-IDX) TO ORD-DESCONTO
               MOVE TAB-CLI-CUSTO (WRK-IDX)    TO ORD-CUSTO
               MOVE 3 TO ORD-SECAO
               PERFORM 0620-LIBERAR-DETALHE
           END-PERFORM.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ROT
               INITIALIZE REG-ORDENA
               MOVE TAB-ROT-CHAVE (WRK-IDX)    TO ORD-CHAVE
               MOVE TAB-ROT-QTD (WRK-IDX)      TO ORD-QTD
               MOVE TAB-ROT-RECEITA (WRK-IDX)  TO ORD-RECEITA
               MOVE TAB-ROT-DESCONTO (WRK-IDX) TO ORD-DESCONTO
               MOVE TAB-ROT-CUSTO (WRK-IDX)    TO ORD-CUSTO
               MOVE 4 TO ORD-SECAO
               PERFORM 0620-LIBERAR-DETALHE
           END-PERFORM.

           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-TSP
               INITIALIZE REG-ORDENA
               MOVE TAB-TSP-CHAVE (WRK-IDX)    TO ORD-CHAVE
               MOVE TAB-TSP-QTD (WRK-IDX)      TO ORD-QTD
               MOVE TAB-TSP-RECEITA (WRK-IDX)  TO ORD-RECEITA
               MOVE TAB-TSP-DESCONTO (WRK-IDX) TO ORD-DESCONTO
               MOVE TAB-TSP-CUSTO (WRK-IDX)    TO ORD-CUSTO
               MOVE 5 TO ORD-SECAO
               PERFORM 0620-LIBERAR-DETALHE
           END-PERFORM.

           IF WRK-CONT-NEG-CLI = 0
               INITIALIZE REG-ORDENA
               MOVE 1 TO ORD-SECAO
               MOVE 1 TO ORD-ORDEM
               MOVE 'NENHUM CLIENTE COM MARGEM NEGATIVA NO MES'
                   TO ORD-TEXTO
               RELEASE REG-ORDENA
           END-IF.
           IF WRK-CONT-NEG-ROT = 0
               INITIALIZE REG-ORDENA
               MOVE 2 TO ORD-SECAO
               MOVE 1 TO ORD-ORDEM
               MOVE 'NENHUMA ROTA COM MARGEM NEGATIVA NO MES'
                   TO ORD-TEXTO
               RELEASE REG-ORDENA
           END-IF.

       0610-LIBERAR-TITULO.
           MOVE ZEROS TO ORD-ORDEM.
           MOVE ZEROS TO ORD-MARGEM.
           MOVE SPACES TO ORD-CHAVE.
           MOVE ZEROS TO ORD-QTD.
           MOVE ZEROS TO ORD-RECEITA.
           MOVE ZEROS TO ORD-DESCONTO.
           MOVE ZEROS TO ORD-CUSTO.
           RELEASE REG-ORDENA.

      * A LINHA DA SECAO COMPLETA SAI NA ORDEM DA CHAVE (MARGEM ZERADA
      * NO SORT); A COPIA DO DESTAQUE SAI NA ORDEM DA MARGEM
       0620-LIBERAR-DETALHE.
           MOVE 2 TO ORD-ORDEM.
           MOVE ZEROS TO ORD-MARGEM.
           RELEASE REG-ORDENA.
           COMPUTE WRK-MARGEM = ORD-RECEITA - ORD-CUSTO.
           IF WRK-MARGEM < ZEROS AND ORD-SECAO < 5
               MOVE WRK-MARGEM TO ORD-MARGEM
               IF ORD-SECAO = 3
                   MOVE 1 TO ORD-SECAO
                   ADD 1 TO WRK-CONT-NEG-CLI
               ELSE
                   MOVE 2 TO ORD-SECAO
                   ADD 1 TO WRK-CONT-NEG-ROT
               END-IF
               RELEASE REG-ORDENA
           END-IF.

      * SAIDA DO SEGUNDO SORT
       0700-IMPRIMIR-LINHAS.
           PERFORM UNTIL FIM-ORDENA
               RETURN ARQ-ORDENA
                   AT END
                       MOVE 'S' TO WRK-EOF-ORDENA
                   NOT AT END
                       EVALUATE ORD-ORDEM
                           WHEN 0
                               PERFORM 0710-IMPRIMIR-TITULO
                           WHEN 1
                               MOVE SPACES TO WRK-IMP-AREA
                               STRING '  ' DELIMITED BY SIZE
                                      ORD-TEXTO DELIMITED BY SIZE
                                   INTO WRK-IMP-AREA
                               END-STRING
                               PERFORM 9800-IMPRIMIR-LINHA
                           WHEN OTHER
                               PERFORM 0720-IMPRIMIR-DETALHE
                       END-EVALUATE
               END-RETURN
           END-PERFORM.

       0710-IMPRIMIR-TITULO.
           IF WRK-IMP-LINHA > 3 AND WRK-IMP-LINHA < 99
               MOVE SPACES TO WRK-IMP-AREA
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING '*** ' DELIMITED BY SIZE
                  ORD-TEXTO DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

      * NOME DO CADASTRO PARA CLIENTE E TRANSPORTADORA; A ROTA JA
      * DIZ DEPOSITO E UF NA CHAVE
       0720-IMPRIMIR-DETALHE.
           MOVE ORD-CHAVE TO WRK-LM-CHAVE.
           MOVE SPACES TO WRK-LM-NOME.
           EVALUATE ORD-SECAO
               WHEN 1
               WHEN 3
                   IF CLIENTES-ABERTO
                       MOVE ORD-CHAVE TO CLI-CODIGO
                       READ ARQ-CLIENTES
                           INVALID KEY
                               MOVE 'NAO CADASTRADO' TO WRK-LM-NOME
                           NOT INVALID KEY
                               MOVE CLI-NOME TO WRK-LM-NOME
                       END-READ
                   END-IF
               WHEN 5
                   IF TRANSPORTADORAS-ABERTO
                       MOVE ORD-CHAVE TO TSP-CODIGO
                       READ ARQ-TRANSPORTADORAS
                           INVALID KEY
                               MOVE 'NAO CADASTRADA' TO WRK-LM-NOME
                           NOT INVALID KEY
                               MOVE TSP-NOME TO WRK-LM-NOME
                       END-READ
                   END-IF
           END-EVALUATE.
           MOVE ORD-QTD TO WRK-LM-QTD.
           MOVE ORD-RECEITA TO WRK-LM-RECEITA.
           MOVE ORD-DESCONTO TO WRK-LM-DESCONTO.
           MOVE ORD-CUSTO TO WRK-LM-CUSTO.
           COMPUTE WRK-MARGEM = ORD-RECEITA - ORD-CUSTO.
           MOVE ORD-RECEITA TO WRK-RECEITA-PCT.
           PERFORM 0730-EDITAR-MARGEM.
           MOVE WRK-LINHA-MARGEM TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

      * MARGEM PERCENTUAL SOBRE A RECEITA; SEM RECEITA (SO DEVOLUCAO
      * ABSORVIDA) NAO HA PERCENTUAL
       0730-EDITAR-MARGEM.
           MOVE WRK-MARGEM TO WRK-LM-MARGEM.
           IF WRK-RECEITA-PCT = ZEROS
               MOVE '   ----' TO WRK-LM-PCT-X
           ELSE
               COMPUTE WRK-PCT-MARGEM ROUNDED =
                   WRK-MARGEM * 100 / WRK-RECEITA-PCT
                   ON SIZE ERROR
                       MOVE -9999,9 TO WRK-PCT-MARGEM
               END-COMPUTE
               MOVE WRK-PCT-MARGEM TO WRK-LM-PCT
           END-IF.

       0760-IMPRIMIR-TOTAIS.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE 'TOTAL MES' TO WRK-LM-CHAVE.
           MOVE SPACES TO WRK-LM-NOME.
           MOVE WRK-TOT-QTD TO WRK-LM-QTD.
           MOVE WRK-TOT-RECEITA TO WRK-LM-RECEITA.
           MOVE WRK-TOT-DESCONTO TO WRK-LM-DESCONTO.
           MOVE WRK-TOT-CUSTO TO WRK-LM-CUSTO.
           MOVE WRK-TOT-RECEITA TO WRK-RECEITA-PCT.
           COMPUTE WRK-MARGEM = WRK-TOT-RECEITA - WRK-TOT-CUSTO.
           PERFORM 0730-EDITAR-MARGEM.
           MOVE WRK-LINHA-MARGEM TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

           MOVE WRK-CONT-ABSORVIDAS TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'DEVOLUCOES COM FRETE ABSORVIDO (SO CUSTO): '
                  DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-CONT-PENDENTES TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'EMBARCADOS AINDA NAO FATURADOS (FORA DO MES): '
                  DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-CONT-SEM-EMBARQUE TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'FATURADOS SEM EMBARQUE (CUSTO ZERADO): '
                  DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-CONT-SEM-COTACAO TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'FATURADOS SEM COTACAO NO HISTORICO (ROTA ???): '
                  DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

       0800-FECHAR-ARQUIVOS.
           CLOSE ARQ-EMBARQUES.
           CLOSE ARQ-FAT-ITENS.
           IF HISTORICO-ABERTO
               CLOSE ARQ-HISTORICO
           END-IF.
           IF CLIENTES-ABERTO
               CLOSE ARQ-CLIENTES
           END-IF.
           IF TRANSPORTADORAS-ABERTO
               CLOSE ARQ-TRANSPORTADORAS
           END-IF.
           CLOSE ARQ-RELATORIO.

      * QUADRO DE IMPRESSAO PADRAO DO RELATORIO (IMPRESSO.CPY):
      * QUEBRA DE PAGINA COM TITULO E COLUNAS E MARCA DE FIM
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
