               RECORD KEY IS TAR-CHAVE
               FILE STATUS IS WRK-FS-TARIFAS.

      * TARIFAS DE DEVOLUCAO (LOGISTICA REVERSA), MANTIDAS NA MESMA
      * TELA DAS TARIFAS DE IDA: COTAM A VOLTA DA MERCADORIA DA UF DO
      * CLIENTE PARA O DEPOSITO DE ORIGEM
           SELECT ARQ-TARDEVOL ASSIGN TO 'TARDEVOL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TDV-CHAVE
               FILE STATUS IS WRK-FS-TARDEVOL.

           SELECT ARQ-MOEDAS ASSIGN TO 'MOEDAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
      * ABERTO DE CADA CLIENTE PARA O BLOQUEIO DE CREDITO; SOMENTE
      * LEITURA
           SELECT ARQ-FATURAS ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-FATURAS.

      * HISTORICO DA REGUA DE COBRANCA (REGUA-COBRANCA): CLIENTE CUJA
      * ULTIMA LINHA ESTA NO AVISO FINAL FICA BLOQUEADO POR CREDITO,
      * QUALQUER QUE SEJA O LIMITE DO CADASTRO; SOMENTE LEITURA
           SELECT ARQ-COBRANCA ASSIGN TO 'COBRANCA.HST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COBRANCA.

      * PEDIDOS ACIMA DA ALCADA: FICAM RETIDOS AGUARDANDO LIBERACAO
      * DO SUPERVISOR (LIBERA-PEDIDOS) EM VEZ DE SEREM COTADOS
           SELECT ARQ-RETIDOS ASSIGN TO 'PEDIDOS.HLD'
      * UM REGISTRO '3' FECHANDO O PEDIDO COM A QUANTIDADE DE ITENS.
      * O FRETE E CALCULADO UMA UNICA VEZ SOBRE O PESO E O VALOR
      * CONSOLIDADOS DO PEDIDO.
      * PEDIDO DE DEVOLUCAO (TIPO 'D' NO CABECALHO): A MERCADORIA
      * VOLTA DA UF DO CLIENTE PARA O DEPOSITO DE ORIGEM DO PEDIDO
      * ORIGINAL REFERENCIADO, COTADA PELAS TARIFAS DE DEVOLUCAO; O
      * MOTIVO DIZ SE O FRETE E COBRADO DO CLIENTE OU ABSORVIDO.
       FD  ARQ-PEDIDOS
           RECORDING MODE IS F.
       01  REG-PEDIDO.
               10 PED-METODO      PIC X(01).
               10 PED-MOEDA       PIC X(03).
               10 PED-ORIGEM      PIC X(03).
               10 PED-TIPO-PEDIDO PIC X(01).
               10 PED-PEDIDO-ORIGINAL PIC 9(06).
               10 PED-MOTIVO-DEVOL PIC X(02).
               10 FILLER          PIC X(26).
      * DIMENSOES DO VOLUME EM CENTIMETROS INTEIROS, PARA O CALCULO
      * DO PESO CUBADO; ZERADAS, O ITEM SO CONTA PELO PESO REAL
           05 PED-DADOS-ITEM REDEFINES PED-DADOS.
           05 CLI-ENDERECO    PIC X(30).
           05 CLI-UF-PADRAO   PIC X(02).
           05 CLI-LIMITE-CREDITO PIC 9(09)V99.
           05 CLI-CONSOLIDA   PIC X(01).
           05 CLI-SITUACAO    PIC X(01).
             88 CLI-INATIVO   VALUE 'I'.
           05 CLI-SUCESSOR    PIC X(06).

       FD  ARQ-TARIFAS.
       01  REG-TARIFA.
           05 TAR-MULT            PIC 9V99.
           05 TAR-DATA-FIM        PIC 9(08).

       FD  ARQ-TARDEVOL.
       01  REG-TARDEVOL.
           05 TDV-CHAVE.
               10 TDV-ORIGEM      PIC X(03).
               10 TDV-UF          PIC X(02).
               10 TDV-DATA-INI    PIC 9(08).
           05 TDV-MULT            PIC 9V99.
           05 TDV-DATA-FIM        PIC 9(08).

       FD  ARQ-MOEDAS.
       01  REG-MOEDA.
           05 MOE-CHAVE.
               10 CON-DATA-INI    PIC 9(08).
           05 CON-PCT-DESC        PIC 9(02)V99.
           05 CON-DATA-FIM        PIC 9(08).
           05 CON-ISENTO-ENCARGOS PIC X(01).

       FD  ARQ-PRAZOS
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  REG-EXPORTA        PIC X(100).

       FD  ARQ-FATURAS.
       01  REG-FATURA.
           05 FAT-NUMERO      PIC 9(06).
           05 FAT-CLIENTE     PIC X(06).
           05 FAT-VALOR       PIC 9(11)V99.
           05 FAT-SALDO       PIC 9(11)V99.
           05 FAT-SITUACAO    PIC X(01).
           05 FAT-TIPO        PIC X(01).
           05 FAT-ORIGEM      PIC 9(06).
           05 FAT-ICMS        PIC 9(09)V99.

       FD  ARQ-COBRANCA
           RECORDING MODE IS F.
       01  REG-COBRANCA.
           05 COB-CLIENTE     PIC X(06).
           05 COB-ESTAGIO     PIC 9(01).
           05 COB-DATA        PIC 9(08).
           05 COB-FATURA      PIC 9(06).
           05 COB-SALDO       PIC 9(11)V99.
           05 COB-CARTA       PIC X(01).

       FD  ARQ-RETIDOS
           RECORDING MODE IS F.
           05 CTS-FRETE       PIC 9(10)V99.
           05 CTS-ORIGEM      PIC X(03).
           05 CTS-METODO      PIC X(01).
           05 CTS-VOLUME      PIC 9(04)V999.
      * FRETE DE DEVOLUCAO: C=COBRADO DO CLIENTE, A=ABSORVIDO PELA
      * EMPRESA (NAO VAI PARA A FATURA); BRANCO NO PEDIDO NORMAL
           05 CTS-DEVOLUCAO   PIC X(01).
      * PEDIDO COTADO EM GRUPO NA CONSOLIDACAO DO DIA: NUMERO DO
      * GRUPO (O PRIMEIRO PEDIDO DELE), O MESMO EM TODOS OS PEDIDOS
      * DO GRUPO; ZEROS NO PEDIDO COTADO SOZINHO
           05 CTS-CONSOLIDACAO PIC 9(06).

       FD  ARQ-HISTORICO
           RECORDING MODE IS F.
           05 HST-FRETE       PIC 9(10)V99.
           05 HST-ORIGEM      PIC X(03).
           05 HST-METODO      PIC X(01).
           05 HST-TIPO-PEDIDO PIC X(01).
           05 HST-PEDIDO-ORIGINAL PIC 9(06).
           05 HST-MOTIVO-DEVOL PIC X(02).
           05 HST-COBRANCA-DEVOL PIC X(01).

       SD  ARQ-CLASSIF.
       01  REG-CLASSIF.
           05 SRT-FRETE-TOT   PIC 9(09)V99.
           05 SRT-METODO      PIC X(01).
           05 SRT-ENTREGA     PIC 9(08).
           05 SRT-TIPO-PEDIDO PIC X(01).
           05 SRT-PEDIDO-ORIGINAL PIC 9(06).
           05 SRT-MOTIVO-DEVOL PIC X(02).
           05 SRT-COBRANCA-DEVOL PIC X(01).
           05 SRT-CONSOLIDACAO PIC 9(06).

       FD  ARQ-RUNLOG
           RECORDING MODE IS F.
       77 WRK-FS-PENDENTES PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIENTES PIC X(02) VALUE ZEROS.
       77 WRK-FS-TARIFAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-TARDEVOL PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOEDAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-CONTRATOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-PRAZOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-COTACAO-SAIDA PIC X(02) VALUE ZEROS.
       77 WRK-FS-HISTORICO PIC X(02) VALUE ZEROS.
       77 WRK-FS-FATURAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-COBRANCA PIC X(02) VALUE ZEROS.
       77 WRK-FS-RETIDOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-LIBERADOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-EXPORTA PIC X(02) VALUE ZEROS.
         88 FIM-CLASSIF VALUE 'S'.
       77 WRK-EOF-TARIFAS PIC X(01) VALUE 'N'.
         88 FIM-TARIFAS VALUE 'S'.
       77 WRK-EOF-TARDEVOL PIC X(01) VALUE 'N'.
         88 FIM-TARDEVOL VALUE 'S'.
       77 WRK-EOF-MOEDAS PIC X(01) VALUE 'N'.
         88 FIM-MOEDAS VALUE 'S'.
       77 WRK-EOF-CONTRATOS PIC X(01) VALUE 'N'.
         88 FIM-LIBERADOS VALUE 'S'.
       77 WRK-EOF-FATURAS PIC X(01) VALUE 'N'.
         88 FIM-FATURAS VALUE 'S'.
       77 WRK-EOF-COBRANCA PIC X(01) VALUE 'N'.
         88 FIM-COBRANCA VALUE 'S'.

      * MODO DE EXECUCAO: NORMAL LE PEDIDOS.DAT; REPROCESSAMENTO LE OS
      * PEDIDOS CORRIGIDOS DE PEDIDOS.SUS E TENTA COTAR DE NOVO
               10 WRK-PED-METODO  PIC X(01).
               10 WRK-PED-MOEDA   PIC X(03).
               10 WRK-PED-ORIGEM  PIC X(03).
               10 WRK-PED-TIPO-PEDIDO PIC X(01).
               10 WRK-PED-PEDIDO-ORIGINAL PIC 9(06).
               10 WRK-PED-MOTIVO-DEVOL PIC X(02).
               10 FILLER          PIC X(26).
           05 WRK-PED-ITEM REDEFINES WRK-PED-DADOS.
               10 WRK-PED-PRODUTO PIC X(20).
               10 WRK-PED-VALOR   PIC 9(06)V99.
      * MO=MOEDA, ME=METODO, UF=TARIFA ORIGEM/UF, VL=ESTOURO DE
      * VALOR/FRETE, SQ=ESTRUTURA DO ARQUIVO (SEQUENCIA/QUANTIDADE),
      * CR=LIMITE DE CREDITO ESTOURADO (LIBERACAO CASO A CASO NO
      * LIBERA-PEDIDOS), DV=DEVOLUCAO SEM PEDIDO ORIGINAL OU COM
      * MOTIVO DESCONHECIDO
       77 WRK-MOTIVO PIC X(02) VALUE 'SQ'.
       77 WRK-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-CLIENTE PIC X(06) VALUE SPACES.
       77 WRK-FLAG-CLIENTE PIC X(01) VALUE 'N'.
         88 CLIENTE-VALIDO VALUE 'S'.
         88 CLIENTE-INVALIDO VALUE 'N'.
      * CODIGO QUE SUBSTITUI O CLIENTE INATIVADO NA FUSAO DE CADASTROS
       77 WRK-CLIENTE-SUCESSOR PIC X(06) VALUE SPACES.
       77 WRK-UF PIC X(02) VALUE SPACES.
       77 WRK-ORIGEM PIC X(03) VALUE SPACES.
       77 WRK-MOEDA PIC X(03) VALUE 'BRL'.
       77 WRK-FLAG-METODO PIC X(01) VALUE 'S'.
         88 METODO-VALIDA VALUE 'S'.
         88 METODO-INVALIDA VALUE 'N'.
      * DEVOLUCAO: PEDIDO ORIGINAL, MOTIVO E QUEM PAGA O FRETE DA
      * VOLTA (C=COBRADO DO CLIENTE, A=ABSORVIDO PELA EMPRESA)
       77 WRK-TIPO-PEDIDO PIC X(01) VALUE SPACES.
         88 PEDIDO-DEVOLUCAO VALUE 'D'.
       77 WRK-PEDIDO-ORIGINAL PIC 9(06) VALUE ZEROS.
       77 WRK-MOTIVO-DEVOL PIC X(02) VALUE SPACES.
       77 WRK-COBRANCA-DEVOL PIC X(01) VALUE SPACES.
         88 DEVOLUCAO-COBRADA VALUE 'C'.
         88 DEVOLUCAO-ABSORVIDA VALUE 'A'.
       77 WRK-FLAG-DEVOL PIC X(01) VALUE 'S'.
         88 DEVOLUCAO-VALIDA VALUE 'S'.
         88 DEVOLUCAO-INVALIDA VALUE 'N'.
       77 WRK-QTD-ITENS PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PESO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CAPACIDADE-KG PIC 9(06) VALUE 10000.
       77 WRK-VOLUME-CM3 PIC 9(12) VALUE ZEROS.
       77 WRK-PESO-CUBADO PIC 9(06)V99 VALUE ZEROS.
      * VOLUME DO PEDIDO EM M3, GRAVADO NA COTACAO PARA O
      * ROMANEIO-CARGAS RESPEITAR O LIMITE CUBICO DE CADA VEICULO
       77 WRK-VOLUME-M3 PIC 9(04)V999 VALUE ZEROS.
       77 WRK-PESO-COBRADO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PESO-TIPO PIC X(01) VALUE SPACES.
         88 PESO-POR-CUBAGEM VALUE 'C'.
       77 WRK-FRETE-MET-G PIC 9(10)V99 VALUE ZEROS.
       77 WRK-FRETE-MET-E PIC 9(10)V99 VALUE ZEROS.

      * RECAPITULACAO DAS DEVOLUCOES: FRETE COBRADO DO CLIENTE CONTRA
      * O FRETE ABSORVIDO PELA EMPRESA
       77 WRK-CONT-DEV-C PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-DEV-A PIC 9(05) VALUE ZEROS.
       77 WRK-FRETE-DEV-C PIC 9(10)V99 VALUE ZEROS.
       77 WRK-FRETE-DEV-A PIC 9(10)V99 VALUE ZEROS.

      * DATA DO PROCESSAMENTO, USADA PARA ESCOLHER A TARIFA E A TAXA
      * DE CAMBIO EM VIGOR
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
               10 TAB-FRETE-UF     PIC X(02).
               10 TAB-FRETE-MULT   PIC 9V99.

      * MATRIZ DAS TARIFAS DE DEVOLUCAO (DEPOSITO + UF DO CLIENTE),
      * CARREGADA DE TARDEVOL.DAT DA MESMA FORMA. ARQUIVO AUSENTE
      * DEIXA A MATRIZ VAZIA E AS DEVOLUCOES CAEM NO SUSPENSO COM
      * MOTIVO UF, COMO A ROTA DE IDA SEM TARIFA
       77 WRK-QTD-TARDEVOL PIC 9(03) VALUE ZEROS.
       01 TAB-DEVOL.
           05 TAB-DEVOL-ITEM OCCURS 150 TIMES
                              INDEXED BY IDX-DEVOL.
               10 TAB-DEVOL-ORIGEM PIC X(03).
               10 TAB-DEVOL-UF     PIC X(02).
               10 TAB-DEVOL-MULT   PIC 9V99.

       COPY MOTDEVOL.

      * TAXAS DE CONVERSAO PARA REAIS, CARREGADAS DE MOEDAS.DAT DA
      * MESMA FORMA, CONSULTADAS ANTES DO CALCULO DO FRETE PARA QUE
      * PEDIDOS DE EXPORTACAO COTADOS EM OUTRA MOEDA SEJAM CONVERTIDOS
       77 WRK-FLAG-CREDITO PIC X(01) VALUE 'N'.
         88 CREDITO-ESTOURADO VALUE 'S'.

      * ESTAGIO DE COBRANCA DE CADA CLIENTE (ULTIMA LINHA DELE NO
      * COBRANCA.HST); O ESTAGIO 3 E O AVISO FINAL, QUE BLOQUEIA
       77 WRK-QTD-COBRANCA PIC 9(03) VALUE ZEROS.
       01 TAB-COBRANCA.
           05 TAB-COB-ITEM OCCURS 200 TIMES
                            INDEXED BY IDX-COB.
               10 TAB-COB-CLIENTE PIC X(06).
               10 TAB-COB-ESTAGIO PIC 9(01).
       77 WRK-FLAG-BLOQ-COBRANCA PIC X(01) VALUE 'N'.
         88 BLOQUEIO-COBRANCA VALUE 'S'.

      * DESCONTOS CONTRATUAIS EM VIGOR, CARREGADOS DE CONTRATOS.DAT
      * COMO AS MOEDAS: A ULTIMA VIGENCIA VALIDA DE CADA CLIENTE
      * PREVALECE. CLIENTE FORA DA TABELA COTA SEM DESCONTO.
       77 WRK-TOT-DESCONTO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-PCT-DESC-ED PIC Z9,99 VALUE ZEROS.

      * CONSOLIDACAO DO DIA: CLIENTE MARCADO NO CADASTRO TEM SEUS
      * PEDIDOS NORMAIS, DEPOIS DE PASSAREM POR TODAS AS CRITICAS DO
      * 0400, GUARDADOS AQUI EM VEZ DE COTADOS UM A UM. NO FIM DE CADA
      * PASSADA (PEDIDOS E LIBERADOS) OS PEDIDOS DO MESMO CLIENTE,
      * ORIGEM, UF E METODO SAO COTADOS UMA VEZ SO SOBRE O PESO E O
      * VALOR SOMADOS, E CADA COMPONENTE DO FRETE DO GRUPO E RATEADO
      * PELO PESO COBRADO DE CADA PEDIDO (O ULTIMO FICA COM A SOBRA
      * DOS CENTAVOS). AS IMAGENS DOS REGISTROS FICAM GUARDADAS PARA
      * QUE UM GRUPO REJEITADO VA PEDIDO A PEDIDO PARA O SUSPENSO.
      * TABELA CHEIA: O PEDIDO SEGUINTE E COTADO SOZINHO, COMO ANTES.
       77 WRK-FLAG-CONSOLIDA PIC X(01) VALUE 'N'.
         88 CLIENTE-CONSOLIDA VALUE 'S'.
       77 WRK-QTD-CONSOL PIC 9(03) VALUE ZEROS.
       01 TAB-CONSOL.
           05 TAB-CSL-ITEM OCCURS 200 TIMES.
               10 TAB-CSL-NUMERO       PIC 9(06).
               10 TAB-CSL-CLIENTE      PIC X(06).
               10 TAB-CSL-NOME         PIC X(30).
               10 TAB-CSL-UF           PIC X(02).
               10 TAB-CSL-ORIGEM       PIC X(03).
               10 TAB-CSL-METODO       PIC X(01).
               10 TAB-CSL-MOEDA        PIC X(03).
               10 TAB-CSL-TIPO-PEDIDO  PIC X(01).
               10 TAB-CSL-QTD-ITENS    PIC 9(03).
               10 TAB-CSL-VALOR        PIC 9(08)V99.
               10 TAB-CSL-VALOR-BRL    PIC 9(09)V99.
               10 TAB-CSL-PESO         PIC 9(06)V99.
               10 TAB-CSL-PESO-CUBADO  PIC 9(06)V99.
               10 TAB-CSL-PESO-COBRADO PIC 9(06)V99.
               10 TAB-CSL-PESO-TIPO    PIC X(01).
               10 TAB-CSL-VOLUME-M3    PIC 9(04)V999.
               10 TAB-CSL-IMG-INI      PIC 9(04).
               10 TAB-CSL-QTD-IMG      PIC 9(03).
      * P=AGUARDANDO O GRUPO, G=NO GRUPO EM COTACAO, C=TRATADO
               10 TAB-CSL-SITUACAO     PIC X(01).
       77 WRK-QTD-CSL-IMG PIC 9(04) VALUE ZEROS.
       01 TAB-CSL-IMAGENS.
           05 TAB-CSL-IMAGEM PIC X(57) OCCURS 3000 TIMES.
       77 WRK-IDX-CSL PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-MEM PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-IMG PIC 9(04) VALUE ZEROS.
      * GRUPO EM COTACAO: NUMERO (O DO PRIMEIRO PEDIDO), SOMAS DOS
      * PEDIDOS, COMPONENTES DO FRETE DO GRUPO E A SOBRA AINDA NAO
      * RATEADA DE CADA UM
       77 WRK-CONSOLIDACAO PIC 9(06) VALUE ZEROS.
       77 WRK-FLAG-GRUPO PIC X(01) VALUE 'S'.
         88 GRUPO-VALIDO VALUE 'S'.
         88 GRUPO-INVALIDO VALUE 'N'.
       77 WRK-GRP-MEMBROS PIC 9(03) VALUE ZEROS.
       77 WRK-GRP-GRAVADOS PIC 9(03) VALUE ZEROS.
       77 WRK-GRP-ITENS PIC 9(05) VALUE ZEROS.
       77 WRK-GRP-PESO-RATEIO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-GRP-PESO-ACUM PIC 9(08)V99 VALUE ZEROS.
       77 WRK-GRP-DIVISOR PIC 9(08)V99 VALUE ZEROS.
       77 WRK-RATEIO-ACUM PIC 9(09)V99 VALUE ZEROS.
       77 WRK-GRP-BASE PIC 9(09)V99 VALUE ZEROS.
       77 WRK-GRP-SEGURO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-GRP-MANUSEIO PIC 9(05)V99 VALUE ZEROS.
       77 WRK-GRP-DESCONTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SOBRA-BASE PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SOBRA-SEGURO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SOBRA-MANUSEIO PIC 9(05)V99 VALUE ZEROS.
       77 WRK-SOBRA-DESCONTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CONT-GRUPOS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-CONSOLIDADOS PIC 9(05) VALUE ZEROS.

      * PRAZOS DE TRANSITO EM DIAS UTEIS POR UF, CARREGADOS DE
      * PRAZOS.DAT; QUANDO O ARQUIVO FALTA A COTACAO SAI SEM DATA DE
      * ENTREGA (COLUNA EM BRANCO) E NENHUMA PROMESSA E GRAVADA
           MOVE ZEROS TO WRK-CONT-MET-E.
           MOVE ZEROS TO WRK-FRETE-MET-G.
           MOVE ZEROS TO WRK-FRETE-MET-E.
           MOVE ZEROS TO WRK-CONT-DEV-C.
           MOVE ZEROS TO WRK-CONT-DEV-A.
           MOVE ZEROS TO WRK-FRETE-DEV-C.
           MOVE ZEROS TO WRK-FRETE-DEV-A.
           MOVE ZEROS TO WRK-QTD-CONSOL.
           MOVE ZEROS TO WRK-QTD-CSL-IMG.
           MOVE ZEROS TO WRK-CONSOLIDACAO.
           MOVE ZEROS TO WRK-CONT-GRUPOS.
           MOVE ZEROS TO WRK-CONT-CONSOLIDADOS.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.
           PERFORM 0200-ABRIR-ARQUIVOS.
           PERFORM 0215-LER-PARAM-FRETE.
           PERFORM 0220-CARREGAR-TARIFAS.
           PERFORM 0226-CARREGAR-TARIFAS-DEVOL.
           PERFORM 0230-CARREGAR-MOEDAS.
           PERFORM 0235-CARREGAR-CONTRATOS.
           PERFORM 0238-CARREGAR-SALDOS.
           PERFORM 0240-CARREGAR-PRAZOS.
           PERFORM 0242-CARREGAR-FERIADOS.
           PERFORM 0244-CARREGAR-COBRANCA.
           SORT ARQ-CLASSIF
               ON ASCENDING KEY SRT-UF
                                SRT-CLIENTE
               END-IF
           END-IF.

      * CARGA DAS TARIFAS DE DEVOLUCAO EM VIGOR, NA MESMA REGRA DAS
      * TARIFAS DE IDA; O ARQUIVO E OPCIONAL
       0226-CARREGAR-TARIFAS-DEVOL.
           MOVE ZEROS TO WRK-QTD-TARDEVOL.
           MOVE 'N' TO WRK-EOF-TARDEVOL.
           OPEN INPUT ARQ-TARDEVOL.
           IF WRK-FS-TARDEVOL NOT = '00'
               DISPLAY 'TARDEVOL.DAT AUSENTE - DEVOLUCOES VAO PARA O '
                   'SUSPENSO'
           ELSE
               PERFORM UNTIL FIM-TARDEVOL
                   READ ARQ-TARDEVOL NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-EOF-TARDEVOL
                       NOT AT END
                           PERFORM 0227-GUARDAR-TARIFA-DEVOL
                   END-READ
               END-PERFORM
               CLOSE ARQ-TARDEVOL
           END-IF.

       0227-GUARDAR-TARIFA-DEVOL.
           IF TDV-DATA-INI <= WRK-DATA-HOJE
               AND TDV-DATA-FIM >= WRK-DATA-HOJE
               IF WRK-QTD-TARDEVOL > 0
                   AND TAB-DEVOL-ORIGEM (WRK-QTD-TARDEVOL) = TDV-ORIGEM
                   AND TAB-DEVOL-UF (WRK-QTD-TARDEVOL) = TDV-UF
                   MOVE TDV-MULT TO TAB-DEVOL-MULT (WRK-QTD-TARDEVOL)
               ELSE
                   IF WRK-QTD-TARDEVOL < 150
                       ADD 1 TO WRK-QTD-TARDEVOL
                       MOVE TDV-ORIGEM
                           TO TAB-DEVOL-ORIGEM (WRK-QTD-TARDEVOL)
                       MOVE TDV-UF   TO TAB-DEVOL-UF (WRK-QTD-TARDEVOL)
                       MOVE TDV-MULT TO TAB-DEVOL-MULT
                           (WRK-QTD-TARDEVOL)
                   ELSE
                       DISPLAY 'TABELA DE TARIFAS DE DEVOLUCAO CHEIA - '
                           'IGNORADA ' TDV-ORIGEM '/' TDV-UF
                   END-IF
               END-IF
           END-IF.

       0230-CARREGAR-MOEDAS.
           MOVE ZEROS TO WRK-QTD-MOEDAS.
           MOVE 'N' TO WRK-EOF-MOEDAS.
               CLOSE ARQ-FERIADOS
           END-IF.

      * CARGA DO HISTORICO DE COBRANCA: ARQUIVO OPCIONAL; QUANDO
      * FALTA, NENHUM CLIENTE ESTA BLOQUEADO PELA REGUA
       0244-CARREGAR-COBRANCA.
           MOVE ZEROS TO WRK-QTD-COBRANCA.
           MOVE 'N' TO WRK-EOF-COBRANCA.
           OPEN INPUT ARQ-COBRANCA.
           IF WRK-FS-COBRANCA = '00'
               PERFORM UNTIL FIM-COBRANCA
                   READ ARQ-COBRANCA
                       AT END
                           MOVE 'S' TO WRK-EOF-COBRANCA
                       NOT AT END
                           IF COB-ESTAGIO NUMERIC
                               PERFORM 0245-GUARDAR-COBRANCA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-COBRANCA
           END-IF.

       0245-GUARDAR-COBRANCA.
           SET IDX-COB TO 1.
           SEARCH TAB-COB-ITEM
               AT END
                   PERFORM 0246-CRIAR-COBRANCA
               WHEN IDX-COB > WRK-QTD-COBRANCA
                   PERFORM 0246-CRIAR-COBRANCA
               WHEN TAB-COB-CLIENTE (IDX-COB) = COB-CLIENTE
                   MOVE COB-ESTAGIO TO TAB-COB-ESTAGIO (IDX-COB)
           END-SEARCH.

       0246-CRIAR-COBRANCA.
           IF WRK-QTD-COBRANCA < 200
               ADD 1 TO WRK-QTD-COBRANCA
               SET IDX-COB TO WRK-QTD-COBRANCA
               MOVE COB-CLIENTE TO TAB-COB-CLIENTE (IDX-COB)
               MOVE COB-ESTAGIO TO TAB-COB-ESTAGIO (IDX-COB)
           ELSE
               DISPLAY 'TABELA DE COBRANCA CHEIA - IGNORADO '
                   COB-CLIENTE
           END-IF.

       0235-GUARDAR-MOEDA.
           IF MOE-DATA-INI <= WRK-DATA-HOJE
               AND MOE-DATA-FIM >= WRK-DATA-HOJE
               PERFORM 0300-LER-REGISTRO
           END-PERFORM.
           PERFORM 0270-FECHAR-PENDENCIA.
           PERFORM 0431-COTAR-CONSOLIDADOS.
           IF NOT MODO-REPROCESSO
               PERFORM 0275-CONFERIR-TRAILER
           END-IF.
                   PERFORM 0265-LER-LIBERADO
               END-PERFORM
               PERFORM 0270-FECHAR-PENDENCIA
               PERFORM 0431-COTAR-CONSOLIDADOS
               CLOSE ARQ-LIBERADOS
               SET LIB-CONSUMIDO TO TRUE
               MOVE 'N' TO WRK-FLAG-LIBERADO
           MOVE WRK-PED-METODO  TO WRK-METODO.
           MOVE WRK-PED-MOEDA   TO WRK-MOEDA.
           MOVE WRK-PED-ORIGEM  TO WRK-ORIGEM.
           MOVE WRK-PED-TIPO-PEDIDO TO WRK-TIPO-PEDIDO.
           MOVE WRK-PED-MOTIVO-DEVOL TO WRK-MOTIVO-DEVOL.
           IF PEDIDO-DEVOLUCAO AND WRK-PED-PEDIDO-ORIGINAL NUMERIC
               MOVE WRK-PED-PEDIDO-ORIGINAL TO WRK-PEDIDO-ORIGINAL
           ELSE
               MOVE ZEROS TO WRK-PEDIDO-ORIGINAL
           END-IF.
           MOVE SPACES TO WRK-COBRANCA-DEVOL.
           MOVE ZEROS TO WRK-QTD-ITENS.
           MOVE ZEROS TO WRK-VALOR.
           MOVE ZEROS TO WRK-PESO.
           MOVE ZEROS TO WRK-PESO-CUBADO.
           MOVE ZEROS TO WRK-VOLUME-M3.
           MOVE ZEROS TO WRK-QTD-IMAGENS.
           MOVE SPACES TO WRK-IMAGEM-FIM.
           MOVE WRK-REG-PEDIDO TO WRK-IMAGEM-CAB.
                               SET PEDIDO-INVALIDO TO TRUE
                               MOVE 'VL' TO WRK-MOTIVO
                       END-COMPUTE
                       COMPUTE WRK-VOLUME-M3 ROUNDED =
                           WRK-VOLUME-M3 + (WRK-VOLUME-CM3 / 1000000)
                           ON SIZE ERROR
                               DISPLAY 'VOLUME DO PEDIDO ESTOURA A '
                                   'FAIXA SUPORTADA - ' WRK-NUMERO
                               SET PEDIDO-INVALIDO TO TRUE
                               MOVE 'VL' TO WRK-MOTIVO
                       END-COMPUTE
               END-COMPUTE
           END-IF.

           END-IF.

       0400-CALCULAR-FRETE.
           MOVE ZEROS TO WRK-CONSOLIDACAO.
           PERFORM 0404-DEFINIR-PESO-COBRADO.
           MOVE ZEROS TO WRK-FRETE-BASE.
           MOVE ZEROS TO WRK-SEGURO.
           MOVE ZEROS TO WRK-FRETE-PEDIDO.
           PERFORM 0401-BUSCAR-CLIENTE.
           IF CLIENTE-INVALIDO
               IF WRK-CLIENTE-SUCESSOR NOT = SPACES
                   DISPLAY 'CLIENTE INATIVO - ' WRK-CLIENTE
                       ' INCORPORADO POR ' WRK-CLIENTE-SUCESSOR
               ELSE
                   DISPLAY 'CLIENTE NAO CADASTRADO - ' WRK-CLIENTE
               END-IF
               MOVE 'CL' TO WRK-MOTIVO
               PERFORM 0410-GRAVAR-SUSPENSO
           ELSE
               PERFORM 0418-CONFERIR-DEVOLUCAO
               IF DEVOLUCAO-INVALIDA
                   MOVE 'DV' TO WRK-MOTIVO
                   PERFORM 0410-GRAVAR-SUSPENSO
               ELSE
               PERFORM 0402-CONVERTER-MOEDA
               IF MOEDA-INVALIDA
                   DISPLAY 'MOEDA NAO CADASTRADA NA TABELA - ' WRK-MOEDA
               ELSE
                   PERFORM 0416-CONFERIR-CREDITO
                   IF CREDITO-ESTOURADO
                       IF BLOQUEIO-COBRANCA
                           DISPLAY 'CLIENTE NO AVISO FINAL DE '
                               'COBRANCA - ' WRK-CLIENTE ' PEDIDO '
                               WRK-NUMERO
                       ELSE
                           DISPLAY 'LIMITE DE CREDITO ESTOURADO - '
                               WRK-CLIENTE ' PEDIDO ' WRK-NUMERO
                       END-IF
                       MOVE 'CR' TO WRK-MOTIVO
                       PERFORM 0410-GRAVAR-SUSPENSO
                   ELSE
                               WRK-METODO
                           MOVE 'ME' TO WRK-MOTIVO
                           PERFORM 0410-GRAVAR-SUSPENSO
                       ELSE
                       IF CLIENTE-CONSOLIDA AND NOT PEDIDO-DEVOLUCAO
                           AND WRK-QTD-CONSOL < 200
                           AND WRK-QTD-CSL-IMG + WRK-QTD-IMAGENS + 2
                               <= 3000
                           PERFORM 0430-GUARDAR-CONSOLIDACAO
                       ELSE
                           PERFORM 0405-OBTER-MULT-PESO
                           IF PEDIDO-DEVOLUCAO
                               PERFORM 0419-BUSCAR-MULT-DEVOL
                           ELSE
                               PERFORM 0407-BUSCAR-MULT-UF
                           END-IF
                       END-IF
                       END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

      * DEVOLUCAO PRECISA TRAZER O PEDIDO ORIGINAL E UM MOTIVO DA
      * TABELA; O MOTIVO DECIDE SE O FRETE DA VOLTA E COBRADO DO
      * CLIENTE (C) OU ABSORVIDO PELA EMPRESA (A). PEDIDO NORMAL PASSA
      * DIRETO.
       0418-CONFERIR-DEVOLUCAO.
           SET DEVOLUCAO-VALIDA TO TRUE.
           MOVE SPACES TO WRK-COBRANCA-DEVOL.
           IF PEDIDO-DEVOLUCAO
               IF WRK-PEDIDO-ORIGINAL = ZEROS
                   DISPLAY 'DEVOLUCAO SEM PEDIDO ORIGINAL - '
                       WRK-NUMERO
                   SET DEVOLUCAO-INVALIDA TO TRUE
               ELSE
                   MOVE WRK-MOTIVO-DEVOL TO WRK-MDV-CODIGO
                   PERFORM 9595-BUSCAR-MOTIVO-DEVOL
                   IF NOT MOTIVO-DEVOL-VALIDO
                       DISPLAY 'MOTIVO DE DEVOLUCAO DESCONHECIDO - '
                           WRK-MOTIVO-DEVOL ' PEDIDO ' WRK-NUMERO
                       SET DEVOLUCAO-INVALIDA TO TRUE
                   ELSE
                       IF FRETE-DEVOL-COBRADO
                           SET DEVOLUCAO-COBRADA TO TRUE
                       ELSE
                           SET DEVOLUCAO-ABSORVIDA TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * BLOQUEIO DE CREDITO: VALOR CONVERTIDO DO PEDIDO MAIS O SALDO
      * EM ABERTO DO CLIENTE CONTRA O LIMITE DO CADASTRO. LIMITE
      * ZERADO NAO BLOQUEIA E PEDIDO JA LIBERADO PASSA DIRETO. CLIENTE
      * NO AVISO FINAL DA REGUA DE COBRANCA E BLOQUEADO MESMO COM
      * LIMITE ZERADO OU FOLGADO; A LIBERACAO DE SUPERVISOR CONTINUA
      * VALENDO. DEVOLUCAO COM FRETE ABSORVIDO NAO GERA COBRANCA AO
      * CLIENTE E PASSA SEM CHECAGEM.
       0416-CONFERIR-CREDITO.
           MOVE 'N' TO WRK-FLAG-CREDITO.
           MOVE 'N' TO WRK-FLAG-BLOQ-COBRANCA.
           IF NOT PEDIDO-LIBERADO AND NOT DEVOLUCAO-ABSORVIDA
               SET IDX-COB TO 1
               SEARCH TAB-COB-ITEM
                   AT END
                       CONTINUE
                   WHEN IDX-COB > WRK-QTD-COBRANCA
                       CONTINUE
                   WHEN TAB-COB-CLIENTE (IDX-COB) = WRK-CLIENTE
                       IF TAB-COB-ESTAGIO (IDX-COB) = 3
                           SET BLOQUEIO-COBRANCA TO TRUE
                           SET CREDITO-ESTOURADO TO TRUE
                       END-IF
               END-SEARCH
           END-IF.
           IF PEDIDO-LIBERADO OR WRK-LIMITE-CLIENTE = ZEROS
               OR BLOQUEIO-COBRANCA OR DEVOLUCAO-ABSORVIDA
               CONTINUE
           ELSE
               MOVE ZEROS TO WRK-SALDO-CLIENTE
      * CHEGA SEM UF HERDA A UF DE FATURAMENTO DO CADASTRO
       0401-BUSCAR-CLIENTE.
           MOVE 'N' TO WRK-FLAG-CLIENTE.
           MOVE 'N' TO WRK-FLAG-CONSOLIDA.
           MOVE SPACES TO WRK-CLIENTE-NOME.
           MOVE SPACES TO WRK-CLIENTE-SUCESSOR.
           MOVE ZEROS TO WRK-LIMITE-CLIENTE.
           MOVE WRK-CLIENTE TO CLI-CODIGO.
           READ ARQ-CLIENTES
                   IF WRK-UF = SPACES
                       MOVE CLI-UF-PADRAO TO WRK-UF
                   END-IF
                   IF CLI-CONSOLIDA = 'S'
                       SET CLIENTE-CONSOLIDA TO TRUE
                   END-IF
           END-READ.
      * CLIENTE INCORPORADO NA FUSAO DE CADASTROS NAO RECEBE MAIS
      * PEDIDO: VAI PARA O SUSPENSO PARA SER CORRIGIDO PARA O CODIGO
      * QUE O SUBSTITUI
           IF CLIENTE-VALIDO AND CLI-INATIVO
               MOVE 'N' TO WRK-FLAG-CLIENTE
               MOVE 'N' TO WRK-FLAG-CONSOLIDA
               MOVE CLI-SUCESSOR TO WRK-CLIENTE-SUCESSOR
           END-IF.

       0407-BUSCAR-MULT-UF.
           SET IDX-FRETE TO 1.
                   END-COMPUTE
           END-SEARCH.

      * DEVOLUCAO: O MESMO CALCULO DO 0407, COM O MULTIPLICADOR DA
      * TARIFA DE DEVOLUCAO DO PAR DEPOSITO DE ORIGEM + UF DO CLIENTE
       0419-BUSCAR-MULT-DEVOL.
           SET IDX-DEVOL TO 1.
           SEARCH TAB-DEVOL-ITEM
               AT END
                   MOVE 'UF' TO WRK-MOTIVO
                   PERFORM 0410-GRAVAR-SUSPENSO
               WHEN IDX-DEVOL > WRK-QTD-TARDEVOL
                   MOVE 'UF' TO WRK-MOTIVO
                   PERFORM 0410-GRAVAR-SUSPENSO
               WHEN TAB-DEVOL-ORIGEM (IDX-DEVOL) = WRK-ORIGEM
                   AND TAB-DEVOL-UF (IDX-DEVOL) = WRK-UF
                   COMPUTE WRK-FRETE-BASE =
                       WRK-VALOR-BRL * TAB-DEVOL-MULT (IDX-DEVOL) *
                       WRK-PESO-MULT * WRK-METODO-MULT
                       ON SIZE ERROR
                           DISPLAY
                               'FRETE CALCULADO ESTOURA A FAIXA '
                               'SUPORTADA - PEDIDO ' WRK-NUMERO
                           MOVE 'VL' TO WRK-MOTIVO
                           PERFORM 0410-GRAVAR-SUSPENSO
                       NOT ON SIZE ERROR
                           PERFORM 0409-COMPOR-FRETE
                   END-COMPUTE
           END-SEARCH.

      * COMPLEMENTOS DO FRETE BASE: SEGURO AD VALOREM SOBRE O VALOR
      * CONVERTIDO E MANUSEIO FIXO POR VOLUME DO PEDIDO. O TOTAL
      * COTADO DO PEDIDO E A SOMA DOS TRES COMPONENTES.

      * DESCONTO CONTRATUAL DO CLIENTE, APLICADO SOBRE O TOTAL JA
      * COMPOSTO: A COTACAO GRAVADA (E CONCILIADA) JA SAI COM O VALOR
      * DESCONTADO E O DESCONTO APARECE EM LINHA PROPRIA DO RELATORIO.
      * DEVOLUCAO ABSORVIDA NAO E COBRADA, ENTAO NAO TEM DESCONTO.
       0411-APLICAR-DESCONTO.
           MOVE ZEROS TO WRK-PCT-DESCONTO.
           MOVE ZEROS TO WRK-DESCONTO.
               WHEN TAB-CON-CLIENTE (IDX-CON) = WRK-CLIENTE
                   MOVE TAB-CON-PCT (IDX-CON) TO WRK-PCT-DESCONTO
           END-SEARCH.
           IF DEVOLUCAO-ABSORVIDA
               MOVE ZEROS TO WRK-PCT-DESCONTO
           END-IF.
           IF WRK-PCT-DESCONTO > ZEROS
               COMPUTE WRK-DESCONTO ROUNDED =
                   WRK-FRETE-PEDIDO * WRK-PCT-DESCONTO / 100
               END-IF
           END-IF.

      * PEDIDO DE CLIENTE COM CONSOLIDACAO, JA CRITICADO: EM VEZ DE
      * COTADO AGORA, VAI PARA A TABELA DO DIA COM AS IMAGENS DOS
      * SEUS REGISTROS (CABECALHO, ITENS E FECHAMENTO)
       0430-GUARDAR-CONSOLIDACAO.
           ADD 1 TO WRK-QTD-CONSOL.
           MOVE WRK-NUMERO      TO TAB-CSL-NUMERO (WRK-QTD-CONSOL).
           MOVE WRK-CLIENTE     TO TAB-CSL-CLIENTE (WRK-QTD-CONSOL).
           MOVE WRK-CLIENTE-NOME TO TAB-CSL-NOME (WRK-QTD-CONSOL).
           MOVE WRK-UF          TO TAB-CSL-UF (WRK-QTD-CONSOL).
           MOVE WRK-ORIGEM      TO TAB-CSL-ORIGEM (WRK-QTD-CONSOL).
           MOVE WRK-METODO      TO TAB-CSL-METODO (WRK-QTD-CONSOL).
           MOVE WRK-MOEDA       TO TAB-CSL-MOEDA (WRK-QTD-CONSOL).
           MOVE WRK-TIPO-PEDIDO TO TAB-CSL-TIPO-PEDIDO (WRK-QTD-CONSOL).
           MOVE WRK-QTD-ITENS   TO TAB-CSL-QTD-ITENS (WRK-QTD-CONSOL).
           MOVE WRK-VALOR       TO TAB-CSL-VALOR (WRK-QTD-CONSOL).
           MOVE WRK-VALOR-BRL   TO TAB-CSL-VALOR-BRL (WRK-QTD-CONSOL).
           MOVE WRK-PESO        TO TAB-CSL-PESO (WRK-QTD-CONSOL).
           MOVE WRK-PESO-CUBADO
               TO TAB-CSL-PESO-CUBADO (WRK-QTD-CONSOL).
           MOVE WRK-PESO-COBRADO
               TO TAB-CSL-PESO-COBRADO (WRK-QTD-CONSOL).
           MOVE WRK-PESO-TIPO   TO TAB-CSL-PESO-TIPO (WRK-QTD-CONSOL).
           MOVE WRK-VOLUME-M3   TO TAB-CSL-VOLUME-M3 (WRK-QTD-CONSOL).
           MOVE WRK-QTD-IMAGENS TO TAB-CSL-QTD-IMG (WRK-QTD-CONSOL).
           MOVE 'P' TO TAB-CSL-SITUACAO (WRK-QTD-CONSOL).
           ADD 1 TO WRK-QTD-CSL-IMG.
           MOVE WRK-QTD-CSL-IMG TO TAB-CSL-IMG-INI (WRK-QTD-CONSOL).
           MOVE WRK-IMAGEM-CAB TO TAB-CSL-IMAGEM (WRK-QTD-CSL-IMG).
           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-IMAGENS
               ADD 1 TO WRK-QTD-CSL-IMG
               MOVE WRK-IMAGEM-ITEM (WRK-IDX-ITEM)
                   TO TAB-CSL-IMAGEM (WRK-QTD-CSL-IMG)
           END-PERFORM.
           ADD 1 TO WRK-QTD-CSL-IMG.
           MOVE WRK-IMAGEM-FIM TO TAB-CSL-IMAGEM (WRK-QTD-CSL-IMG).

      * FIM DA PASSADA: CADA PEDIDO AINDA PENDENTE ABRE O SEU GRUPO
      * E PUXA OS PENDENTES SEGUINTES DA MESMA CHAVE; A TABELA E
      * ESVAZIADA PARA A PASSADA SEGUINTE
       0431-COTAR-CONSOLIDADOS.
           PERFORM VARYING WRK-IDX-CSL FROM 1 BY 1
                   UNTIL WRK-IDX-CSL > WRK-QTD-CONSOL
               IF TAB-CSL-SITUACAO (WRK-IDX-CSL) = 'P'
                   PERFORM 0432-MONTAR-GRUPO
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WRK-QTD-CONSOL.
           MOVE ZEROS TO WRK-QTD-CSL-IMG.
           MOVE ZEROS TO WRK-CONSOLIDACAO.

      * PEDIDO QUE FICOU SOZINHO NA CHAVE E COTADO COMO QUALQUER
      * OUTRO, SEM NUMERO DE GRUPO
       0432-MONTAR-GRUPO.
           SET GRUPO-VALIDO TO TRUE.
           MOVE ZEROS TO WRK-GRP-MEMBROS.
           MOVE ZEROS TO WRK-GRP-ITENS.
           MOVE ZEROS TO WRK-GRP-PESO-RATEIO.
           MOVE ZEROS TO WRK-VALOR-BRL.
           MOVE ZEROS TO WRK-PESO.
           MOVE ZEROS TO WRK-PESO-CUBADO.
           PERFORM VARYING WRK-IDX-MEM FROM WRK-IDX-CSL BY 1
                   UNTIL WRK-IDX-MEM > WRK-QTD-CONSOL
               IF TAB-CSL-SITUACAO (WRK-IDX-MEM) = 'P'
                   AND TAB-CSL-CLIENTE (WRK-IDX-MEM) =
                       TAB-CSL-CLIENTE (WRK-IDX-CSL)
                   AND TAB-CSL-ORIGEM (WRK-IDX-MEM) =
                       TAB-CSL-ORIGEM (WRK-IDX-CSL)
                   AND TAB-CSL-UF (WRK-IDX-MEM) =
                       TAB-CSL-UF (WRK-IDX-CSL)
                   AND TAB-CSL-METODO (WRK-IDX-MEM) =
                       TAB-CSL-METODO (WRK-IDX-CSL)
                   MOVE 'G' TO TAB-CSL-SITUACAO (WRK-IDX-MEM)
                   PERFORM 0433-SOMAR-MEMBRO
               END-IF
           END-PERFORM.
           IF WRK-GRP-MEMBROS = 1
               MOVE ZEROS TO WRK-CONSOLIDACAO
               MOVE WRK-IDX-CSL TO WRK-IDX-MEM
               MOVE 'C' TO TAB-CSL-SITUACAO (WRK-IDX-MEM)
               PERFORM 0434-RESTAURAR-PEDIDO
               PERFORM 0406-OBTER-MULT-METODO
               PERFORM 0405-OBTER-MULT-PESO
               PERFORM 0407-BUSCAR-MULT-UF
           ELSE
               PERFORM 0435-COTAR-GRUPO
           END-IF.

       0433-SOMAR-MEMBRO.
           ADD 1 TO WRK-GRP-MEMBROS.
           ADD TAB-CSL-QTD-ITENS (WRK-IDX-MEM) TO WRK-GRP-ITENS.
           ADD TAB-CSL-PESO-COBRADO (WRK-IDX-MEM)
               TO WRK-GRP-PESO-RATEIO.
           ADD TAB-CSL-VALOR-BRL (WRK-IDX-MEM) TO WRK-VALOR-BRL
               ON SIZE ERROR
                   SET GRUPO-INVALIDO TO TRUE
           END-ADD.
           ADD TAB-CSL-PESO (WRK-IDX-MEM) TO WRK-PESO
               ON SIZE ERROR
                   SET GRUPO-INVALIDO TO TRUE
           END-ADD.
           ADD TAB-CSL-PESO-CUBADO (WRK-IDX-MEM) TO WRK-PESO-CUBADO
               ON SIZE ERROR
                   SET GRUPO-INVALIDO TO TRUE
           END-ADD.

      * VOLTA O PEDIDO GUARDADO PARA A AREA DE TRABALHO, INCLUSIVE
      * AS IMAGENS, PARA GRAVAR A COTACAO OU MANDA-LO AO SUSPENSO
       0434-RESTAURAR-PEDIDO.
           MOVE TAB-CSL-NUMERO (WRK-IDX-MEM)      TO WRK-NUMERO.
           MOVE TAB-CSL-CLIENTE (WRK-IDX-MEM)     TO WRK-CLIENTE.
           MOVE TAB-CSL-NOME (WRK-IDX-MEM)        TO WRK-CLIENTE-NOME.
           MOVE TAB-CSL-UF (WRK-IDX-MEM)          TO WRK-UF.
           MOVE TAB-CSL-ORIGEM (WRK-IDX-MEM)      TO WRK-ORIGEM.
           MOVE TAB-CSL-METODO (WRK-IDX-MEM)      TO WRK-METODO.
           MOVE TAB-CSL-MOEDA (WRK-IDX-MEM)       TO WRK-MOEDA.
           MOVE TAB-CSL-TIPO-PEDIDO (WRK-IDX-MEM) TO WRK-TIPO-PEDIDO.
           MOVE TAB-CSL-QTD-ITENS (WRK-IDX-MEM)   TO WRK-QTD-ITENS.
           MOVE TAB-CSL-VALOR (WRK-IDX-MEM)       TO WRK-VALOR.
           MOVE TAB-CSL-VALOR-BRL (WRK-IDX-MEM)   TO WRK-VALOR-BRL.
           MOVE TAB-CSL-PESO (WRK-IDX-MEM)        TO WRK-PESO.
           MOVE TAB-CSL-PESO-CUBADO (WRK-IDX-MEM) TO WRK-PESO-CUBADO.
           MOVE TAB-CSL-PESO-COBRADO (WRK-IDX-MEM)
               TO WRK-PESO-COBRADO.
           MOVE TAB-CSL-PESO-TIPO (WRK-IDX-MEM)   TO WRK-PESO-TIPO.
           MOVE TAB-CSL-VOLUME-M3 (WRK-IDX-MEM)   TO WRK-VOLUME-M3.
           MOVE ZEROS  TO WRK-PEDIDO-ORIGINAL.
           MOVE SPACES TO WRK-MOTIVO-DEVOL.
           MOVE SPACES TO WRK-COBRANCA-DEVOL.
           MOVE TAB-CSL-IMG-INI (WRK-IDX-MEM) TO WRK-IDX-IMG.
           MOVE TAB-CSL-IMAGEM (WRK-IDX-IMG) TO WRK-IMAGEM-CAB.
           MOVE TAB-CSL-QTD-IMG (WRK-IDX-MEM) TO WRK-QTD-IMAGENS.
           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-IMAGENS
               ADD 1 TO WRK-IDX-IMG
               MOVE TAB-CSL-IMAGEM (WRK-IDX-IMG)
                   TO WRK-IMAGEM-ITEM (WRK-IDX-ITEM)
           END-PERFORM.
           ADD 1 TO WRK-IDX-IMG.
           MOVE TAB-CSL-IMAGEM (WRK-IDX-IMG) TO WRK-IMAGEM-FIM.

      * COTACAO DO GRUPO COM AS MESMAS REGRAS DO PEDIDO AVULSO (0404,
      * 0405, 0406, 0407 E 0409) SOBRE O PESO, O VALOR E OS ITENS
      * SOMADOS; SEM TARIFA PARA A ROTA OU COM ESTOURO DE FAIXA OS
      * PEDIDOS DO GRUPO VAO PARA O SUSPENSO COMO IRIAM SOZINHOS
       0435-COTAR-GRUPO.
           MOVE TAB-CSL-NUMERO (WRK-IDX-CSL)  TO WRK-CONSOLIDACAO.
           MOVE TAB-CSL-CLIENTE (WRK-IDX-CSL) TO WRK-CLIENTE.
           MOVE TAB-CSL-ORIGEM (WRK-IDX-CSL)  TO WRK-ORIGEM.
           MOVE TAB-CSL-UF (WRK-IDX-CSL)      TO WRK-UF.
           MOVE TAB-CSL-METODO (WRK-IDX-CSL)  TO WRK-METODO.
           MOVE SPACES TO WRK-COBRANCA-DEVOL.
           IF GRUPO-INVALIDO
               DISPLAY 'SOMA DO GRUPO CONSOLIDADO ESTOURA A FAIXA '
                   'SUPORTADA - GRUPO ' WRK-CONSOLIDACAO
               MOVE 'VL' TO WRK-MOTIVO
           ELSE
               PERFORM 0404-DEFINIR-PESO-COBRADO
               PERFORM 0406-OBTER-MULT-METODO
               PERFORM 0405-OBTER-MULT-PESO
               MOVE 'UF' TO WRK-MOTIVO
               SET GRUPO-INVALIDO TO TRUE
               SET IDX-FRETE TO 1
               SEARCH TAB-FRETE-ITEM
                   AT END
                       CONTINUE
                   WHEN IDX-FRETE > WRK-QTD-TARIFAS
                       CONTINUE
                   WHEN TAB-FRETE-ORIGEM (IDX-FRETE) = WRK-ORIGEM
                       AND TAB-FRETE-UF (IDX-FRETE) = WRK-UF
                       SET GRUPO-VALIDO TO TRUE
                       PERFORM 0436-COMPOR-FRETE-GRUPO
               END-SEARCH
           END-IF.
           IF GRUPO-VALIDO
               PERFORM 0437-RATEAR-GRUPO
           ELSE
               DISPLAY 'GRUPO CONSOLIDADO ' WRK-CONSOLIDACAO
                   ' NAO COTADO - MOTIVO ' WRK-MOTIVO
               PERFORM VARYING WRK-IDX-MEM FROM WRK-IDX-CSL BY 1
                       UNTIL WRK-IDX-MEM > WRK-QTD-CONSOL
                   IF TAB-CSL-SITUACAO (WRK-IDX-MEM) = 'G'
                       MOVE 'C' TO TAB-CSL-SITUACAO (WRK-IDX-MEM)
                       PERFORM 0434-RESTAURAR-PEDIDO
                       PERFORM 0410-GRAVAR-SUSPENSO
                   END-IF
               END-PERFORM
           END-IF.

       0436-COMPOR-FRETE-GRUPO.
           COMPUTE WRK-GRP-BASE =
               WRK-VALOR-BRL * TAB-FRETE-MULT (IDX-FRETE) *
               WRK-PESO-MULT * WRK-METODO-MULT
               ON SIZE ERROR
                   DISPLAY 'FRETE CALCULADO ESTOURA A FAIXA '
                       'SUPORTADA - GRUPO ' WRK-CONSOLIDACAO
                   SET GRUPO-INVALIDO TO TRUE
                   MOVE 'VL' TO WRK-MOTIVO
           END-COMPUTE.
           IF GRUPO-VALIDO
               COMPUTE WRK-GRP-SEGURO ROUNDED =
                   WRK-VALOR-BRL * WRK-TAXA-SEGURO
                   ON SIZE ERROR
                       DISPLAY 'SEGURO CALCULADO ESTOURA A FAIXA '
                           'SUPORTADA - GRUPO ' WRK-CONSOLIDACAO
                       SET GRUPO-INVALIDO TO TRUE
                       MOVE 'VL' TO WRK-MOTIVO
               END-COMPUTE
           END-IF.
           IF GRUPO-VALIDO
               COMPUTE WRK-GRP-MANUSEIO =
                   WRK-TARIFA-MANUSEIO * WRK-GRP-ITENS
                   ON SIZE ERROR
                       DISPLAY 'MANUSEIO CALCULADO ESTOURA A FAIXA '
                           'SUPORTADA - GRUPO ' WRK-CONSOLIDACAO
                       SET GRUPO-INVALIDO TO TRUE
                       MOVE 'VL' TO WRK-MOTIVO
               END-COMPUTE
           END-IF.
           IF GRUPO-VALIDO
               COMPUTE WRK-FRETE-PEDIDO =
                   WRK-GRP-BASE + WRK-GRP-SEGURO + WRK-GRP-MANUSEIO
                   ON SIZE ERROR
                       DISPLAY 'TOTAL DA COTACAO ESTOURA A FAIXA '
                           'SUPORTADA - GRUPO ' WRK-CONSOLIDACAO
                       SET GRUPO-INVALIDO TO TRUE
                       MOVE 'VL' TO WRK-MOTIVO
                   NOT ON SIZE ERROR
                       PERFORM 0411-APLICAR-DESCONTO
                       MOVE WRK-DESCONTO TO WRK-GRP-DESCONTO
               END-COMPUTE
           END-IF.

      * RATEIO PELO PESO COBRADO DE CADA PEDIDO, SOBRE O PESO
      * ACUMULADO: CADA PEDIDO RECEBE A PARTE ACUMULADA ATE ELE MENOS
      * O QUE JA FOI DISTRIBUIDO, ENTAO A SOMA DAS PARTES FECHA
      * EXATAMENTE COM O FRETE DO GRUPO. GRUPO SEM PESO NENHUM RATEIA
      * EM PARTES IGUAIS.
       0437-RATEAR-GRUPO.
           ADD 1 TO WRK-CONT-GRUPOS.
           ADD WRK-GRP-MEMBROS TO WRK-CONT-CONSOLIDADOS.
           MOVE WRK-GRP-BASE     TO WRK-SOBRA-BASE.
           MOVE WRK-GRP-SEGURO   TO WRK-SOBRA-SEGURO.
           MOVE WRK-GRP-MANUSEIO TO WRK-SOBRA-MANUSEIO.
           MOVE WRK-GRP-DESCONTO TO WRK-SOBRA-DESCONTO.
           MOVE ZEROS TO WRK-GRP-GRAVADOS.
           MOVE ZEROS TO WRK-GRP-PESO-ACUM.
           PERFORM VARYING WRK-IDX-MEM FROM WRK-IDX-CSL BY 1
                   UNTIL WRK-IDX-MEM > WRK-QTD-CONSOL
               IF TAB-CSL-SITUACAO (WRK-IDX-MEM) = 'G'
                   MOVE 'C' TO TAB-CSL-SITUACAO (WRK-IDX-MEM)
                   PERFORM 0434-RESTAURAR-PEDIDO
                   PERFORM 0438-GRAVAR-MEMBRO
               END-IF
           END-PERFORM.

       0438-GRAVAR-MEMBRO.
           ADD 1 TO WRK-GRP-GRAVADOS.
           IF WRK-GRP-PESO-RATEIO > ZEROS
               ADD WRK-PESO-COBRADO TO WRK-GRP-PESO-ACUM
               MOVE WRK-GRP-PESO-RATEIO TO WRK-GRP-DIVISOR
           ELSE
               MOVE WRK-GRP-GRAVADOS TO WRK-GRP-PESO-ACUM
               MOVE WRK-GRP-MEMBROS TO WRK-GRP-DIVISOR
           END-IF.
           COMPUTE WRK-RATEIO-ACUM ROUNDED =
               WRK-GRP-BASE * WRK-GRP-PESO-ACUM / WRK-GRP-DIVISOR.
           COMPUTE WRK-FRETE-BASE =
               WRK-RATEIO-ACUM - (WRK-GRP-BASE - WRK-SOBRA-BASE).
           COMPUTE WRK-SOBRA-BASE = WRK-GRP-BASE - WRK-RATEIO-ACUM.
           COMPUTE WRK-RATEIO-ACUM ROUNDED =
               WRK-GRP-SEGURO * WRK-GRP-PESO-ACUM / WRK-GRP-DIVISOR.
           COMPUTE WRK-SEGURO =
               WRK-RATEIO-ACUM - (WRK-GRP-SEGURO - WRK-SOBRA-SEGURO).
           COMPUTE WRK-SOBRA-SEGURO = WRK-GRP-SEGURO - WRK-RATEIO-ACUM.
           COMPUTE WRK-RATEIO-ACUM ROUNDED =
               WRK-GRP-MANUSEIO * WRK-GRP-PESO-ACUM / WRK-GRP-DIVISOR.
           COMPUTE WRK-MANUSEIO = WRK-RATEIO-ACUM -
               (WRK-GRP-MANUSEIO - WRK-SOBRA-MANUSEIO).
           COMPUTE WRK-SOBRA-MANUSEIO =
               WRK-GRP-MANUSEIO - WRK-RATEIO-ACUM.
           COMPUTE WRK-RATEIO-ACUM ROUNDED =
               WRK-GRP-DESCONTO * WRK-GRP-PESO-ACUM / WRK-GRP-DIVISOR.
           COMPUTE WRK-DESCONTO = WRK-RATEIO-ACUM -
               (WRK-GRP-DESCONTO - WRK-SOBRA-DESCONTO).
           COMPUTE WRK-SOBRA-DESCONTO =
               WRK-GRP-DESCONTO - WRK-RATEIO-ACUM.
           COMPUTE WRK-FRETE-PEDIDO = WRK-FRETE-BASE + WRK-SEGURO
               + WRK-MANUSEIO - WRK-DESCONTO.
           PERFORM 0420-GRAVAR-DETALHE.

      * DATA PROMETIDA: DIAS DE TRANSITO DA UF/METODO SOMADOS A DATA
      * DO PROCESSAMENTO, AVANCANDO SOMENTE DIAS UTEIS. O CALENDARIO
      * INTEIRO DA FUNCAO INTEGER-OF-DATE COMECA NUMA SEGUNDA-FEIRA,
           MOVE WRK-FRETE-PEDIDO TO CTS-FRETE.
           MOVE WRK-ORIGEM       TO CTS-ORIGEM.
           MOVE WRK-METODO       TO CTS-METODO.
           MOVE WRK-VOLUME-M3    TO CTS-VOLUME.
           MOVE WRK-COBRANCA-DEVOL TO CTS-DEVOLUCAO.
           MOVE WRK-CONSOLIDACAO TO CTS-CONSOLIDACAO.
           WRITE REG-COTACAO-SAIDA.

           MOVE WRK-DATA-HOJE    TO HST-DATA.
           MOVE WRK-FRETE-PEDIDO TO HST-FRETE.
           MOVE WRK-ORIGEM       TO HST-ORIGEM.
           MOVE WRK-METODO       TO HST-METODO.
           MOVE WRK-TIPO-PEDIDO  TO HST-TIPO-PEDIDO.
           MOVE WRK-PEDIDO-ORIGINAL TO HST-PEDIDO-ORIGINAL.
           MOVE WRK-MOTIVO-DEVOL TO HST-MOTIVO-DEVOL.
           MOVE WRK-COBRANCA-DEVOL TO HST-COBRANCA-DEVOL.
           WRITE REG-HISTORICO.

      * REGISTRO DELIMITADO PARA O ERP: NUMEROS PUROS COM DECIMAIS
           MOVE WRK-FRETE-PEDIDO TO SRT-FRETE-TOT.
           MOVE WRK-METODO       TO SRT-METODO.
           MOVE WRK-DATA-ENTREGA TO SRT-ENTREGA.
           MOVE WRK-TIPO-PEDIDO  TO SRT-TIPO-PEDIDO.
           MOVE WRK-PEDIDO-ORIGINAL TO SRT-PEDIDO-ORIGINAL.
           MOVE WRK-MOTIVO-DEVOL TO SRT-MOTIVO-DEVOL.
           MOVE WRK-COBRANCA-DEVOL TO SRT-COBRANCA-DEVOL.
           MOVE WRK-CONSOLIDACAO TO SRT-CONSOLIDACAO.
           RELEASE REG-CLASSIF.

      * IMPRESSAO APOS A CLASSIFICACAO: OS PEDIDOS COTADOS CHEGAM AQUI
                   ADD 1 TO WRK-CONT-MET-G
                   ADD SRT-FRETE-TOT TO WRK-FRETE-MET-G
               END-IF
               EVALUATE SRT-COBRANCA-DEVOL
                   WHEN 'C'
                       ADD 1 TO WRK-CONT-DEV-C
                       ADD SRT-FRETE-TOT TO WRK-FRETE-DEV-C
                   WHEN 'A'
                       ADD 1 TO WRK-CONT-DEV-A
                       ADD SRT-FRETE-TOT TO WRK-FRETE-DEV-A
               END-EVALUATE
               PERFORM 0455-RETORNAR-CLASSIF
           END-PERFORM.
           IF WRK-CLIENTE-ANT NOT = SPACES
               END-STRING
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.
           IF SRT-TIPO-PEDIDO = 'D'
               PERFORM 0459-GRAVAR-LINHA-DEVOLUCAO
           END-IF.
           IF SRT-CONSOLIDACAO NOT = ZEROS
               MOVE SPACES TO WRK-IMP-AREA
               STRING '        CONSOLIDADO NO GRUPO ' DELIMITED BY SIZE
                      SRT-CONSOLIDACAO DELIMITED BY SIZE
                      ' - FRETE DO GRUPO RATEADO PELO PESO'
                          DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.

      * LINHA COMPLEMENTAR DA DEVOLUCAO: PEDIDO ORIGINAL, MOTIVO E
      * QUEM PAGA O FRETE DA VOLTA
       0459-GRAVAR-LINHA-DEVOLUCAO.
           MOVE SRT-MOTIVO-DEVOL TO WRK-MDV-CODIGO.
           PERFORM 9595-BUSCAR-MOTIVO-DEVOL.
           MOVE SPACES TO WRK-IMP-AREA.
           IF SRT-COBRANCA-DEVOL = 'A'
               STRING '        DEVOLUCAO DO PEDIDO ' DELIMITED BY SIZE
                      SRT-PEDIDO-ORIGINAL DELIMITED BY SIZE
                      ' - MOTIVO ' DELIMITED BY SIZE
                      SRT-MOTIVO-DEVOL DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-MDV-DESCRICAO DELIMITED BY SIZE
                      ' - FRETE ABSORVIDO PELA EMPRESA'
                          DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
           ELSE
               STRING '        DEVOLUCAO DO PEDIDO ' DELIMITED BY SIZE
                      SRT-PEDIDO-ORIGINAL DELIMITED BY SIZE
                      ' - MOTIVO ' DELIMITED BY SIZE
                      SRT-MOTIVO-DEVOL DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-MDV-DESCRICAO DELIMITED BY SIZE
                      ' - FRETE COBRADO DO CLIENTE'
                          DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
           END-IF.
           PERFORM 9800-IMPRIMIR-LINHA.

       0460-GRAVAR-SUBTOTAL-CLIENTE.
           MOVE WRK-FRETE-CLIENTE TO WRK-SUBTOTAL-ED.
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

      * RECAPITULACAO DAS DEVOLUCOES DO DIA, SO QUANDO HOUVE ALGUMA:
      * O FRETE ABSORVIDO ESTA NO TOTAL COTADO MAS NAO SERA FATURADO
       0475-GRAVAR-RECAP-DEVOLUCAO.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'RECAP DE DEVOLUCOES' DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

           MOVE WRK-CONT-DEV-C  TO WRK-CONT-CLIENTE-ED.
           MOVE WRK-FRETE-DEV-C TO WRK-SUBTOTAL-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'COBRADAS DO CLIENTE     (C): ' DELIMITED BY SIZE
                  WRK-CONT-CLIENTE-ED DELIMITED BY SIZE
                  ' PEDIDOS  FRETE R$' DELIMITED BY SIZE
                  WRK-SUBTOTAL-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

           MOVE WRK-CONT-DEV-A  TO WRK-CONT-CLIENTE-ED.
           MOVE WRK-FRETE-DEV-A TO WRK-SUBTOTAL-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'ABSORVIDAS PELA EMPRESA (A): ' DELIMITED BY SIZE
                  WRK-CONT-CLIENTE-ED DELIMITED BY SIZE
                  ' PEDIDOS  FRETE R$' DELIMITED BY SIZE
                  WRK-SUBTOTAL-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

       0500-GRAVAR-TOTAL.
           PERFORM 0470-GRAVAR-RECAP-METODO.
           IF WRK-CONT-DEV-C > 0 OR WRK-CONT-DEV-A > 0
               PERFORM 0475-GRAVAR-RECAP-DEVOLUCAO
           END-IF.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING '----------------------------------' DELIMITED BY SIZE
               INTO WRK-IMP-AREA
               DISPLAY 'PEDIDOS RETIDOS AGUARDANDO LIBERACAO: '
                   WRK-CONT-RETIDOS
           END-IF.
           IF WRK-CONT-GRUPOS > 0
               DISPLAY 'GRUPOS CONSOLIDADOS: ' WRK-CONT-GRUPOS
                   ' COM ' WRK-CONT-CONSOLIDADOS ' PEDIDOS'
           END-IF.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-PROMESSAS.
           CLOSE ARQ-EXPORTA.
           COPY LERPARM.

           COPY GRAVACAT.

           COPY BUSCADEV.
