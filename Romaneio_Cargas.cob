      * Área de comentários
      * OBJETIVO: MONTAR OS ROMANEIOS DE CARGA DO DIA. LE AS COTACOES
      * FECHADAS DE COTACAO.DAT, AGRUPA OS PEDIDOS POR DEPOSITO DE
      * ORIGEM E UF DE DESTINO E ENCHE OS VEICULOS DISPONIVEIS DA
      * FROTA DE CADA DEPOSITO (VEICULOS.DAT, MANTIDO PELO
      * CADASTRO-VEICULOS) ATE A CAPACIDADE DE PESO E DE VOLUME DE
      * CADA UM - SEM O CADASTRO, VALE A CAPACIDADE UNICA DE PESO DO
      * CARTAO FRETEPAR.DAT -, GRAVANDO O ARQUIVO DE
      * ROMANEIOS (ROMANEIO.DAT, CABECALHO '1' + ITENS '2') QUE OS
      * EMBARQUES REFERENCIAM E IMPRIMINDO UM ROMANEIO POR CARGA NO
      * QUADRO PADRAO (IMPRESSO.CPY) - A EXPEDICAO DEIXA DE MONTAR
      * CARGA NO PAPEL. CADA CARGA SAI COM A TRANSPORTADORA MAIS
      * BARATA QUE ATENDE A ROTA NA FAIXA DE PESO DELA (TARTRANSP.DAT,
      * MANTIDO PELO MANUTENCAO-TARIFAS) E COM O CUSTO PREVISTO, QUE
      * FICA GRAVADO NO CABECALHO E RATEADO POR PESO NOS ITENS. O
      * RELATORIO TERMINA COM A OCUPACAO DE CADA VEICULO E OS PEDIDOS
      * QUE FICARAM SEM VEICULO
      * DATA = 02/09/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRETEPAR.

      * FROTA: CAPACIDADE EM KG E M3 E SITUACAO DE CADA VEICULO
           SELECT ARQ-VEICULOS ASSIGN TO 'VEICULOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VEI-PLACA
               FILE STATUS IS WRK-FS-VEICULOS.

      * PRECOS DAS TRANSPORTADORAS POR ROTA E FAIXA DE PESO, COM
      * VIGENCIA POR DATA
           SELECT ARQ-TARTRANSP ASSIGN TO 'TARTRANSP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TTR-CHAVE
               FILE STATUS IS WRK-FS-TARTRANSP.

           SELECT ARQ-IMPRESSO ASSIGN TO DYNAMIC WRK-NOME-IMPRESSO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-IMPRESSO.
           05 CTS-FRETE       PIC 9(10)V99.
           05 CTS-ORIGEM      PIC X(03).
           05 CTS-METODO      PIC X(01).
           05 CTS-VOLUME      PIC 9(04)V999.
           05 CTS-DEVOLUCAO   PIC X(01).
           05 CTS-CONSOLIDACAO PIC 9(06).

      * ROMANEIO.DAT NO DESENHO CABECALHO/ITEM DA SUITE: UM REGISTRO
      * '1' POR CARGA E UM REGISTRO '2' POR PEDIDO DA CARGA
               10 ROM-UF          PIC X(02).
               10 ROM-PESO-TOTAL  PIC 9(08)V99.
               10 ROM-QTD-PEDIDOS PIC 9(03).
               10 ROM-TRANSPORTADORA PIC X(04).
               10 ROM-CUSTO-PREVISTO PIC 9(06)V99.
           05 ROM-DADOS-ITEM REDEFINES ROM-DADOS.
               10 ROM-PEDIDO      PIC 9(06).
               10 ROM-CLIENTE     PIC X(06).
               10 ROM-PESO        PIC 9(06)V99.
               10 ROM-CUSTO-ITEM  PIC 9(06)V99.
               10 FILLER          PIC X(02).
      * PLACA DO VEICULO DA CARGA, PREENCHIDA SO NO CABECALHO
           05 ROM-VEICULO     PIC X(07).

       FD  ARQ-FRETEPAR
           RECORDING MODE IS F.
           05 FPR-FATOR-CUBAGEM PIC 9(04).
           05 FPR-CAPACIDADE-KG PIC 9(06).

       FD  ARQ-VEICULOS.
       01  REG-VEICULO.
           05 VEI-PLACA         PIC X(07).
           05 VEI-TIPO          PIC X(01).
           05 VEI-DEPOSITO      PIC X(03).
           05 VEI-CAPAC-KG      PIC 9(06).
           05 VEI-CAPAC-M3      PIC 9(03)V99.
           05 VEI-SITUACAO      PIC X(01).

       FD  ARQ-TARTRANSP.
       01  REG-TARTRANSP.
           05 TTR-CHAVE.
               10 TTR-TRANSPORTADORA PIC X(04).
               10 TTR-ORIGEM      PIC X(03).
               10 TTR-UF          PIC X(02).
               10 TTR-PESO-ATE    PIC 9(06).
               10 TTR-DATA-INI    PIC 9(08).
           05 TTR-PRECO-KG        PIC 9(02)V9999.
           05 TTR-MINIMO          PIC 9(06)V99.
           05 TTR-DATA-FIM        PIC 9(08).

       FD  ARQ-IMPRESSO
           RECORDING MODE IS F.
       01  REG-IMPRESSO       PIC X(132).
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-EOF-COTACOES PIC X(01) VALUE 'N'.
         88 FIM-COTACOES VALUE 'S'.
       77 WRK-FS-TARTRANSP PIC X(02) VALUE ZEROS.
       77 WRK-FS-VEICULOS PIC X(02) VALUE ZEROS.
       77 WRK-EOF-VEICULOS PIC X(01) VALUE 'N'.
         88 FIM-VEICULOS VALUE 'S'.
       77 WRK-EOF-TARTRANSP PIC X(01) VALUE 'N'.
         88 FIM-TARTRANSP VALUE 'S'.

       COPY RUNLOG.

       77 WRK-CAPACIDADE-KG PIC 9(06) VALUE 10000.

      * COTACOES DO DIA RETIDAS EM TABELA; O FLAG MARCA AS QUE JA
      * ENTRARAM EM ALGUMA CARGA (S) E AS QUE FICARAM SEM VEICULO:
      * NENHUM LIVRE NA ORIGEM (V) OU NENHUM LIVRE QUE COMPORTE O
      * PEDIDO (C)
       77 WRK-QTD-COTACOES PIC 9(04) VALUE ZEROS.
       01 TAB-COTACOES.
           05 TAB-COT-ITEM OCCURS 500 TIMES.
               10 TAB-COT-CLIENTE  PIC X(06).
               10 TAB-COT-UF       PIC X(02).
               10 TAB-COT-PESO     PIC 9(06)V99.
               10 TAB-COT-VOLUME   PIC 9(04)V999.
               10 TAB-COT-ORIGEM   PIC X(03).
               10 TAB-COT-ALOCADO  PIC X(01).
       77 WRK-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-CARGA-UF PIC X(02) VALUE SPACES.
       77 WRK-CARGA-PESO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CARGA-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-CARGA-VOLUME PIC 9(05)V999 VALUE ZEROS.
       77 WRK-CARGA-VEICULO PIC X(07) VALUE SPACES.
       77 WRK-LIMITE-KG PIC 9(06) VALUE ZEROS.
       77 WRK-LIMITE-M3 PIC 9(03)V99 VALUE ZEROS.
       77 WRK-FLAG-EXCESSO PIC X(01) VALUE 'N'.
         88 CARGA-COM-EXCESSO VALUE 'S'.

      * FROTA DISPONIVEL NA RODADA: CADA VEICULO LEVA UMA CARGA POR
      * DIA; O ROMANEIO ZERADO MARCA O VEICULO AINDA LIVRE. SEM O
      * CADASTRO, CADA CARGA E UM CAMINHAO DA CAPACIDADE DO FRETEPAR
       77 WRK-FLAG-FROTA PIC X(01) VALUE 'N'.
         88 FROTA-CADASTRADA VALUE 'S'.
       77 WRK-QTD-VEICULOS PIC 9(03) VALUE ZEROS.
       01 TAB-VEICULOS.
           05 TAB-VEI-ITEM OCCURS 100 TIMES.
               10 TAB-VEI-PLACA    PIC X(07).
               10 TAB-VEI-TIPO     PIC X(01).
               10 TAB-VEI-DEPOSITO PIC X(03).
               10 TAB-VEI-CAPAC-KG PIC 9(06).
               10 TAB-VEI-CAPAC-M3 PIC 9(03)V99.
               10 TAB-VEI-ROMANEIO PIC 9(06).
               10 TAB-VEI-PESO     PIC 9(08)V99.
               10 TAB-VEI-VOLUME   PIC 9(05)V999.
       77 WRK-IDX-VEI PIC 9(03) VALUE ZEROS.
       77 WRK-VEI-ESCOLHIDO PIC 9(03) VALUE ZEROS.
       77 WRK-VEI-MAIOR PIC 9(03) VALUE ZEROS.
       77 WRK-FLAG-VEI-LIVRE PIC X(01) VALUE 'N'.
         88 HA-VEICULO-LIVRE VALUE 'S'.
       77 WRK-GRUPO-PESO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-GRUPO-VOLUME PIC 9(05)V999 VALUE ZEROS.
       77 WRK-CONT-SOBRAS PIC 9(04) VALUE ZEROS.
       77 WRK-TIPO-DESC PIC X(08) VALUE SPACES.
       77 WRK-PERC-KG PIC 9(03)V9 VALUE ZEROS.
       77 WRK-PERC-M3 PIC 9(03)V9 VALUE ZEROS.

      * SECAO DO RELATORIO EM IMPRESSAO, PARA O CABECALHO DE COLUNAS
      * DA QUEBRA DE PAGINA
       77 WRK-SECAO PIC X(01) VALUE 'R'.
         88 SECAO-ROMANEIOS VALUE 'R'.
         88 SECAO-FROTA     VALUE 'F'.

      * PEDIDOS DA CARGA EM MONTAGEM (POSICAO NA TABELA DE COTACOES):
      * OS ITENS SO SAO GRAVADOS DEPOIS DE ESCOLHIDA A TRANSPORTADORA
       01 TAB-CARGA.
           05 TAB-CARGA-COT PIC 9(04) OCCURS 500 TIMES.
       77 WRK-IDX-ITEM PIC 9(04) VALUE ZEROS.

      * PRECOS VIGENTES NA DATA DA RODADA, NA ORDEM DA CHAVE
      * (TRANSPORTADORA/ORIGEM/UF/FAIXA): A PRIMEIRA FAIXA QUE COMPORTA
      * O PESO DA CARGA E A FAIXA DAQUELA TRANSPORTADORA
       77 WRK-QTD-PRECOS PIC 9(03) VALUE ZEROS.
       01 TAB-PRECOS.
           05 TAB-PRC-ITEM OCCURS 300 TIMES.
               10 TAB-PRC-TRANSP   PIC X(04).
               10 TAB-PRC-ORIGEM   PIC X(03).
               10 TAB-PRC-UF       PIC X(02).
               10 TAB-PRC-PESO-ATE PIC 9(06).
               10 TAB-PRC-PRECO-KG PIC 9(02)V9999.
               10 TAB-PRC-MINIMO   PIC 9(06)V99.
       77 WRK-IDX-PRC PIC 9(03) VALUE ZEROS.
       77 WRK-TRANSP-VISTA PIC X(04) VALUE SPACES.
       77 WRK-CUSTO-CALC PIC 9(08)V99 VALUE ZEROS.

      * TRANSPORTADORA ESCOLHIDA PARA A CARGA E O CUSTO PREVISTO
       77 WRK-CARGA-TRANSP PIC X(04) VALUE SPACES.
       77 WRK-CARGA-CUSTO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CUSTO-ITEM PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CUSTO-RATEADO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CONT-SEM-TRANSP PIC 9(04) VALUE ZEROS.
       77 WRK-CUSTO-ED PIC ZZZ.ZZZ,ZZ VALUE ZEROS.

       77 WRK-PESO-ED PIC ZZZ.ZZZ,ZZ VALUE ZEROS.
       77 WRK-PESO2-ED PIC ZZZ.ZZZ,ZZ VALUE ZEROS.
       77 WRK-CONT-ED PIC ZZZ9 VALUE ZEROS.
       77 WRK-M3-ED PIC ZZ.ZZ9,999 VALUE ZEROS.
       77 WRK-KG-ED PIC ZZZ.ZZ9 VALUE ZEROS.

       01 WRK-LINHA-ITEM.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LI-CLIENTE     PIC X(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LI-PESO        PIC ZZZ.ZZZ,ZZ.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LI-VOLUME      PIC ZZZ9,999.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LI-CUSTO       PIC ZZZ.ZZZ,ZZ.
           05 FILLER             PIC X(80) VALUE SPACES.

       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE 'CLIENT'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE '  PESO(KG)'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(08) VALUE ' VOL(M3)'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'CUSTO PREV'.

      * OCUPACAO DA FROTA NO FIM DO RELATORIO
       01 WRK-LINHA-FROTA.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LF-PLACA       PIC X(07).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LF-TIPO        PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LF-DEPOSITO    PIC X(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LF-ROMANEIO    PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LF-CAPAC-KG    PIC ZZZ.ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LF-PESO        PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LF-PERC-KG     PIC ZZ9,9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LF-CAPAC-M3    PIC ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LF-VOLUME      PIC ZZ.ZZ9,999.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LF-PERC-M3     PIC ZZ9,9.
           05 FILLER             PIC X(38) VALUE SPACES.

       01 WRK-CAB-FROTA.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(07) VALUE 'PLACA'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(08) VALUE 'TIPO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(03) VALUE 'DEP'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(08) VALUE 'ROMANEIO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(07) VALUE ' CAP KG'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(13) VALUE '    PESO (KG)'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(05) VALUE '  %KG'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE 'CAP M3'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE ' VOL. (M3)'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(05) VALUE '  %M3'.

       PROCEDURE DIVISION.
       0100-INICIAR.
           MOVE ZEROS TO WRK-CTL-REJEITADOS.
           MOVE ZEROS TO WRK-QTD-COTACOES.
           MOVE ZEROS TO WRK-ROMANEIO.
           MOVE ZEROS TO WRK-QTD-PRECOS.
           MOVE ZEROS TO WRK-CONT-SEM-TRANSP.
           MOVE 'N' TO WRK-EOF-TARTRANSP.
           MOVE 'N' TO WRK-EOF-VEICULOS.
           MOVE 'N' TO WRK-FLAG-FROTA.
           MOVE ZEROS TO WRK-QTD-VEICULOS.
           MOVE ZEROS TO WRK-CONT-SOBRAS.
           MOVE 'R' TO WRK-SECAO.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           PERFORM 0150-LER-PARAM-FRETE.
           PERFORM 0160-CARREGAR-PRECOS.
           PERFORM 0170-CARREGAR-FROTA.
           PERFORM 0200-ABRIR-ARQUIVOS.
           PERFORM 0300-CARREGAR-COTACOES.
           PERFORM 0400-MONTAR-CARGAS.
           PERFORM 0500-IMPRIMIR-FROTA.
           MOVE 'ROMANEIO' TO WRK-RL-PROGRAMA.
           PERFORM 9700-GRAVAR-CONTROLE.
           PERFORM 0600-FECHAR-ARQUIVOS.
           DISPLAY 'ROMANEIOS MONTADOS: ' WRK-ROMANEIO.
           IF WRK-CONT-SEM-TRANSP > 0
               DISPLAY 'CARGAS SEM TRANSPORTADORA COM PRECO PARA A '
                   'ROTA: ' WRK-CONT-SEM-TRANSP
                   ' - ESCOLHA PELA EXPEDICAO'
           END-IF.
           IF WRK-CONT-SOBRAS > 0
               DISPLAY 'PEDIDOS SEM VEICULO NA RODADA: ' WRK-CONT-SOBRAS
           END-IF.
           GOBACK.

      * CAPACIDADE DO CARTAO DO FRETE, COM O MESMO PADRAO DO FRETE
               CLOSE ARQ-FRETEPAR
           END-IF.

      * PRECOS DAS TRANSPORTADORAS EM VIGOR HOJE. DUAS VIGENCIAS
      * DA MESMA FAIXA VALIDAS NA DATA: A DE INICIO MAIS RECENTE, QUE
      * VEM DEPOIS NA ORDEM DA CHAVE, SUBSTITUI A ANTERIOR. SEM O
      * ARQUIVO AS CARGAS SAEM SEM TRANSPORTADORA, COMO ANTES
       0160-CARREGAR-PRECOS.
           OPEN INPUT ARQ-TARTRANSP.
           IF WRK-FS-TARTRANSP NOT = '00'
               DISPLAY 'TARTRANSP.DAT AUSENTE - CARGAS SEM ESCOLHA DE '
                   'TRANSPORTADORA'
           ELSE
               PERFORM UNTIL FIM-TARTRANSP
                   READ ARQ-TARTRANSP NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-EOF-TARTRANSP
                       NOT AT END
                           IF TTR-DATA-INI <= WRK-DATA-HOJE
                               AND TTR-DATA-FIM >= WRK-DATA-HOJE
                               PERFORM 0165-GUARDAR-PRECO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-TARTRANSP
           END-IF.

       0165-GUARDAR-PRECO.
           IF WRK-QTD-PRECOS > 0
               AND TAB-PRC-TRANSP (WRK-QTD-PRECOS) = TTR-TRANSPORTADORA
               AND TAB-PRC-ORIGEM (WRK-QTD-PRECOS) = TTR-ORIGEM
               AND TAB-PRC-UF (WRK-QTD-PRECOS) = TTR-UF
               AND TAB-PRC-PESO-ATE (WRK-QTD-PRECOS) = TTR-PESO-ATE
               MOVE TTR-PRECO-KG TO TAB-PRC-PRECO-KG (WRK-QTD-PRECOS)
               MOVE TTR-MINIMO   TO TAB-PRC-MINIMO (WRK-QTD-PRECOS)
           ELSE
               IF WRK-QTD-PRECOS < 300
                   ADD 1 TO WRK-QTD-PRECOS
                   MOVE TTR-TRANSPORTADORA
                       TO TAB-PRC-TRANSP (WRK-QTD-PRECOS)
                   MOVE TTR-ORIGEM   TO TAB-PRC-ORIGEM (WRK-QTD-PRECOS)
                   MOVE TTR-UF       TO TAB-PRC-UF (WRK-QTD-PRECOS)
                   MOVE TTR-PESO-ATE
                       TO TAB-PRC-PESO-ATE (WRK-QTD-PRECOS)
                   MOVE TTR-PRECO-KG
                       TO TAB-PRC-PRECO-KG (WRK-QTD-PRECOS)
                   MOVE TTR-MINIMO   TO TAB-PRC-MINIMO (WRK-QTD-PRECOS)
               ELSE
                   DISPLAY 'TABELA DE PRECOS CHEIA - IGNORADO '
                       TTR-TRANSPORTADORA ' ' TTR-ORIGEM ' ' TTR-UF
               END-IF
           END-IF.

      * SO ENTRA NA RODADA O VEICULO DISPONIVEL E COM CAPACIDADE;
      * EM MANUTENCAO OU INATIVO FICA FORA. O ARQUIVO EXISTINDO, SO A
      * FROTA CARREGA: PEDIDO SEM VEICULO QUE O COMPORTE FICA DE FORA
       0170-CARREGAR-FROTA.
           OPEN INPUT ARQ-VEICULOS.
           IF WRK-FS-VEICULOS NOT = '00'
               DISPLAY 'VEICULOS.DAT AUSENTE - CAPACIDADE UNICA DO '
                   'FRETEPAR.DAT: ' WRK-CAPACIDADE-KG ' KG'
           ELSE
               SET FROTA-CADASTRADA TO TRUE
               PERFORM UNTIL FIM-VEICULOS
                   READ ARQ-VEICULOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-EOF-VEICULOS
                       NOT AT END
                           IF VEI-SITUACAO = 'D'
                               AND VEI-CAPAC-KG > ZEROS
                               AND VEI-CAPAC-M3 > ZEROS
                               PERFORM 0175-GUARDAR-VEICULO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-VEICULOS
           END-IF.

       0175-GUARDAR-VEICULO.
           IF WRK-QTD-VEICULOS < 100
               ADD 1 TO WRK-QTD-VEICULOS
               MOVE VEI-PLACA    TO TAB-VEI-PLACA (WRK-QTD-VEICULOS)
               MOVE VEI-TIPO     TO TAB-VEI-TIPO (WRK-QTD-VEICULOS)
               MOVE VEI-DEPOSITO
                   TO TAB-VEI-DEPOSITO (WRK-QTD-VEICULOS)
               MOVE VEI-CAPAC-KG
                   TO TAB-VEI-CAPAC-KG (WRK-QTD-VEICULOS)
               MOVE VEI-CAPAC-M3
                   TO TAB-VEI-CAPAC-M3 (WRK-QTD-VEICULOS)
               MOVE ZEROS TO TAB-VEI-ROMANEIO (WRK-QTD-VEICULOS)
               MOVE ZEROS TO TAB-VEI-PESO (WRK-QTD-VEICULOS)
               MOVE ZEROS TO TAB-VEI-VOLUME (WRK-QTD-VEICULOS)
           ELSE
               DISPLAY 'TABELA DE VEICULOS CHEIA - IGNORADO '
                   VEI-PLACA
           END-IF.

       0200-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-COTACOES.
           IF WRK-FS-COTACOES NOT = '00'
                               TO TAB-COT-UF (WRK-QTD-COTACOES)
                           MOVE CTS-PESO
                               TO TAB-COT-PESO (WRK-QTD-COTACOES)
                           IF CTS-VOLUME IS NUMERIC
                               MOVE CTS-VOLUME
                                   TO TAB-COT-VOLUME (WRK-QTD-COTACOES)
                           ELSE
                               MOVE ZEROS
                                   TO TAB-COT-VOLUME (WRK-QTD-COTACOES)
                           END-IF
                           MOVE CTS-ORIGEM
                               TO TAB-COT-ORIGEM (WRK-QTD-COTACOES)
                           MOVE 'N'
      * MONTAGEM DAS CARGAS: A PRIMEIRA COTACAO AINDA NAO ALOCADA
      * ABRE UMA CARGA DO SEU PAR ORIGEM/UF E AS DEMAIS DO MESMO PAR
      * ENTRAM ENQUANTO COUBEREM NA CAPACIDADE; O QUE NAO COUBER ABRE
      * A CARGA SEGUINTE DO MESMO PAR NA PROXIMA VOLTA. COM A CARGA
      * FECHADA E O PESO CONHECIDO, ESCOLHE-SE A TRANSPORTADORA E SO
      * ENTAO O ROMANEIO E IMPRESSO E GRAVADO. COM FROTA CADASTRADA,
      * CADA CARGA NASCE COM UM VEICULO LIVRE DA ORIGEM, CUJOS LIMITES
      * DE PESO E VOLUME VALEM PARA A CARGA
       0400-MONTAR-CARGAS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-COTACOES
               IF TAB-COT-ALOCADO (WRK-IDX) = 'N'
                   MOVE TAB-COT-ORIGEM (WRK-IDX) TO WRK-CARGA-ORIGEM
                   MOVE TAB-COT-UF (WRK-IDX)     TO WRK-CARGA-UF
                   IF FROTA-CADASTRADA
                       PERFORM 0405-ESCOLHER-VEICULO
                   ELSE
                       MOVE ZEROS TO WRK-VEI-ESCOLHIDO
                       MOVE SPACES TO WRK-CARGA-VEICULO
                       MOVE WRK-CAPACIDADE-KG TO WRK-LIMITE-KG
                   END-IF
                   IF TAB-COT-ALOCADO (WRK-IDX) = 'N'
                       PERFORM 0410-MONTAR-UMA-CARGA
                   END-IF
               END-IF
           END-PERFORM.

      * ENTRE OS VEICULOS LIVRES DA ORIGEM QUE COMPORTAM O PEDIDO QUE
      * ABRE A CARGA, O MENOR QUE LEVA TUDO O QUE FALTA DO PAR
      * ORIGEM/UF; SE NENHUM LEVA TUDO, O MAIOR DELES. SEM VEICULO, O
      * PEDIDO FICA DE FORA DA RODADA COM O MOTIVO
       0405-ESCOLHER-VEICULO.
           MOVE ZEROS TO WRK-GRUPO-PESO.
           MOVE ZEROS TO WRK-GRUPO-VOLUME.
           PERFORM VARYING WRK-IDX-CARGA FROM WRK-IDX BY 1
                   UNTIL WRK-IDX-CARGA > WRK-QTD-COTACOES
               IF TAB-COT-ALOCADO (WRK-IDX-CARGA) = 'N'
                   AND TAB-COT-ORIGEM (WRK-IDX-CARGA) =
                       WRK-CARGA-ORIGEM
                   AND TAB-COT-UF (WRK-IDX-CARGA) = WRK-CARGA-UF
                   ADD TAB-COT-PESO (WRK-IDX-CARGA) TO WRK-GRUPO-PESO
                   ADD TAB-COT-VOLUME (WRK-IDX-CARGA)
                       TO WRK-GRUPO-VOLUME
               END-IF
           END-PERFORM.

           MOVE ZEROS TO WRK-VEI-ESCOLHIDO.
           MOVE ZEROS TO WRK-VEI-MAIOR.
           MOVE 'N' TO WRK-FLAG-VEI-LIVRE.
           PERFORM VARYING WRK-IDX-VEI FROM 1 BY 1
                   UNTIL WRK-IDX-VEI > WRK-QTD-VEICULOS
               IF TAB-VEI-DEPOSITO (WRK-IDX-VEI) = WRK-CARGA-ORIGEM
                   AND TAB-VEI-ROMANEIO (WRK-IDX-VEI) = ZEROS
                   SET HA-VEICULO-LIVRE TO TRUE
                   IF TAB-VEI-CAPAC-KG (WRK-IDX-VEI) >=
                       TAB-COT-PESO (WRK-IDX)
                       AND TAB-VEI-CAPAC-M3 (WRK-IDX-VEI) >=
                           TAB-COT-VOLUME (WRK-IDX)
                       PERFORM 0407-COMPARAR-VEICULO
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-VEI-ESCOLHIDO = ZEROS
               MOVE WRK-VEI-MAIOR TO WRK-VEI-ESCOLHIDO
           END-IF.

           IF WRK-VEI-ESCOLHIDO = ZEROS
               ADD 1 TO WRK-CONT-SOBRAS
               ADD 1 TO WRK-CTL-REJEITADOS
               IF HA-VEICULO-LIVRE
                   MOVE 'C' TO TAB-COT-ALOCADO (WRK-IDX)
               ELSE
                   MOVE 'V' TO TAB-COT-ALOCADO (WRK-IDX)
               END-IF
           ELSE
               MOVE TAB-VEI-PLACA (WRK-VEI-ESCOLHIDO)
                   TO WRK-CARGA-VEICULO
               MOVE TAB-VEI-CAPAC-KG (WRK-VEI-ESCOLHIDO)
                   TO WRK-LIMITE-KG
               MOVE TAB-VEI-CAPAC-M3 (WRK-VEI-ESCOLHIDO)
                   TO WRK-LIMITE-M3
           END-IF.

       0407-COMPARAR-VEICULO.
           IF TAB-VEI-CAPAC-KG (WRK-IDX-VEI) >= WRK-GRUPO-PESO
               AND TAB-VEI-CAPAC-M3 (WRK-IDX-VEI) >= WRK-GRUPO-VOLUME
               IF WRK-VEI-ESCOLHIDO = ZEROS
                   MOVE WRK-IDX-VEI TO WRK-VEI-ESCOLHIDO
               ELSE
                   IF TAB-VEI-CAPAC-KG (WRK-IDX-VEI) <
                       TAB-VEI-CAPAC-KG (WRK-VEI-ESCOLHIDO)
                       MOVE WRK-IDX-VEI TO WRK-VEI-ESCOLHIDO
                   END-IF
               END-IF
           END-IF.
           IF WRK-VEI-MAIOR = ZEROS
               MOVE WRK-IDX-VEI TO WRK-VEI-MAIOR
           ELSE
               IF TAB-VEI-CAPAC-KG (WRK-IDX-VEI) >
                   TAB-VEI-CAPAC-KG (WRK-VEI-MAIOR)
                   MOVE WRK-IDX-VEI TO WRK-VEI-MAIOR
               END-IF
           END-IF.

       0410-MONTAR-UMA-CARGA.
           ADD 1 TO WRK-ROMANEIO.
           MOVE ZEROS TO WRK-CARGA-PESO.
           MOVE ZEROS TO WRK-CARGA-QTD.
           MOVE ZEROS TO WRK-CARGA-VOLUME.
           MOVE 'N' TO WRK-FLAG-EXCESSO.
           PERFORM VARYING WRK-IDX-CARGA FROM WRK-IDX BY 1
                   UNTIL WRK-IDX-CARGA > WRK-QTD-COTACOES
               IF TAB-COT-ALOCADO (WRK-IDX-CARGA) = 'N'
                   PERFORM 0430-TENTAR-ALOCAR
               END-IF
           END-PERFORM.
           PERFORM 0460-ESCOLHER-TRANSPORTADORA.
           PERFORM 0420-ABRIR-DOCUMENTO.
           MOVE ZEROS TO WRK-CUSTO-RATEADO.
           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-CARGA-QTD
               PERFORM 0470-GRAVAR-ITEM
           END-PERFORM.
           PERFORM 0450-FECHAR-CARGA.

      * O PEDIDO ENTRA SE O PESO COUBER NA CAPACIDADE RESTANTE E,
      * COM FROTA, TAMBEM O VOLUME; SEM FROTA, UM PEDIDO SOZINHO
      * MAIOR QUE O CAMINHAO ABRE CARGA PROPRIA COM A MARCA DE
      * EXCESSO PARA A EXPEDICAO TRATAR (COM FROTA O VEICULO JA FOI
      * ESCOLHIDO COMPORTANDO O PRIMEIRO PEDIDO)
       0430-TENTAR-ALOCAR.
           EVALUATE TRUE
               WHEN WRK-CARGA-PESO + TAB-COT-PESO (WRK-IDX-CARGA)
                   <= WRK-LIMITE-KG
                   AND (NOT FROTA-CADASTRADA
                    OR WRK-CARGA-VOLUME + TAB-COT-VOLUME (WRK-IDX-CARGA)
                       <= WRK-LIMITE-M3)
                   PERFORM 0440-ALOCAR-PEDIDO
               WHEN WRK-CARGA-QTD = 0
                   SET CARGA-COM-EXCESSO TO TRUE
           ADD 1 TO WRK-CARGA-QTD.
           ADD 1 TO WRK-CTL-PROCESSADOS.
           ADD TAB-COT-PESO (WRK-IDX-CARGA) TO WRK-CARGA-PESO.
           ADD TAB-COT-VOLUME (WRK-IDX-CARGA) TO WRK-CARGA-VOLUME.
           MOVE WRK-IDX-CARGA TO TAB-CARGA-COT (WRK-CARGA-QTD).

      * CADA ROMANEIO ABRE EM PAGINA PROPRIA: A FOLHA VIAJA COM O
      * CAMINHAO
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           IF WRK-VEI-ESCOLHIDO = ZEROS
               MOVE WRK-LIMITE-KG TO WRK-KG-ED
               STRING 'VEICULO: CAMINHAO PADRAO DE ' DELIMITED BY SIZE
                      WRK-KG-ED DELIMITED BY SIZE
                      ' KG' DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
           ELSE
               MOVE TAB-VEI-TIPO (WRK-VEI-ESCOLHIDO) TO WRK-TIPO-DESC
               PERFORM 0520-DESCREVER-TIPO
               MOVE WRK-LIMITE-KG TO WRK-KG-ED
               MOVE WRK-LIMITE-M3 TO WRK-M3-ED
               STRING 'VEICULO: ' DELIMITED BY SIZE
                      WRK-CARGA-VEICULO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WRK-TIPO-DESC DELIMITED BY SIZE
                      '  CAPACIDADE ' DELIMITED BY SIZE
                      WRK-KG-ED DELIMITED BY SIZE
                      ' KG /' DELIMITED BY SIZE
                      WRK-M3-ED DELIMITED BY SIZE
                      ' M3' DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
           END-IF.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           IF WRK-CARGA-TRANSP = SPACES
               STRING 'TRANSPORTADORA: SEM PRECO PARA A ROTA NESTE '
                      'PESO - ESCOLHA PELA EXPEDICAO'
                      DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
           ELSE
               MOVE WRK-CARGA-CUSTO TO WRK-CUSTO-ED
               STRING 'TRANSPORTADORA: ' DELIMITED BY SIZE
                      WRK-CARGA-TRANSP DELIMITED BY SIZE
                      '  CUSTO PREVISTO R$' DELIMITED BY SIZE
                      WRK-CUSTO-ED DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
           END-IF.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

       0450-FECHAR-CARGA.
           MOVE WRK-CARGA-UF     TO ROM-UF.
           MOVE WRK-CARGA-PESO   TO ROM-PESO-TOTAL.
           MOVE WRK-CARGA-QTD    TO ROM-QTD-PEDIDOS.
           MOVE WRK-CARGA-TRANSP TO ROM-TRANSPORTADORA.
           MOVE WRK-CARGA-CUSTO  TO ROM-CUSTO-PREVISTO.
           MOVE WRK-CARGA-VEICULO TO ROM-VEICULO.
           WRITE REG-ROMANEIO.
           IF WRK-VEI-ESCOLHIDO > ZEROS
               MOVE WRK-ROMANEIO
                   TO TAB-VEI-ROMANEIO (WRK-VEI-ESCOLHIDO)
               MOVE WRK-CARGA-PESO TO TAB-VEI-PESO (WRK-VEI-ESCOLHIDO)
               MOVE WRK-CARGA-VOLUME
                   TO TAB-VEI-VOLUME (WRK-VEI-ESCOLHIDO)
           END-IF.

           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-CARGA-PESO TO WRK-PESO-ED.
           MOVE WRK-CARGA-QTD TO WRK-CONT-ED.
           MOVE WRK-CARGA-VOLUME TO WRK-M3-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'TOTAL DA CARGA: ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
                  ' PEDIDOS  PESO ' DELIMITED BY SIZE
                  WRK-PESO-ED DELIMITED BY SIZE
                  ' KG  VOLUME' DELIMITED BY SIZE
                  WRK-M3-ED DELIMITED BY SIZE
                  ' M3' DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.

      * A TRANSPORTADORA MAIS BARATA ENTRE AS QUE TEM PRECO PARA A
      * ORIGEM/UF DA CARGA NUMA FAIXA QUE COMPORTA O PESO DELA. O
      * CUSTO E O PESO VEZES O PRECO POR KG DA FAIXA, NUNCA ABAIXO DO
      * MINIMO; NO EMPATE FICA A DE MENOR CODIGO
       0460-ESCOLHER-TRANSPORTADORA.
           MOVE SPACES TO WRK-CARGA-TRANSP.
           MOVE ZEROS TO WRK-CARGA-CUSTO.
           MOVE SPACES TO WRK-TRANSP-VISTA.
           PERFORM VARYING WRK-IDX-PRC FROM 1 BY 1
                   UNTIL WRK-IDX-PRC > WRK-QTD-PRECOS
               IF TAB-PRC-ORIGEM (WRK-IDX-PRC) = WRK-CARGA-ORIGEM
                   AND TAB-PRC-UF (WRK-IDX-PRC) = WRK-CARGA-UF
                   AND TAB-PRC-PESO-ATE (WRK-IDX-PRC) >= WRK-CARGA-PESO
                   AND TAB-PRC-TRANSP (WRK-IDX-PRC) NOT =
                       WRK-TRANSP-VISTA
                   MOVE TAB-PRC-TRANSP (WRK-IDX-PRC)
                       TO WRK-TRANSP-VISTA
                   PERFORM 0465-COMPARAR-PRECO
               END-IF
           END-PERFORM.
           IF WRK-CARGA-TRANSP = SPACES
               ADD 1 TO WRK-CONT-SEM-TRANSP
           END-IF.

       0465-COMPARAR-PRECO.
           COMPUTE WRK-CUSTO-CALC ROUNDED =
               WRK-CARGA-PESO * TAB-PRC-PRECO-KG (WRK-IDX-PRC).
           IF WRK-CUSTO-CALC < TAB-PRC-MINIMO (WRK-IDX-PRC)
               MOVE TAB-PRC-MINIMO (WRK-IDX-PRC) TO WRK-CUSTO-CALC
           END-IF.
           IF WRK-CARGA-TRANSP = SPACES
               OR WRK-CUSTO-CALC < WRK-CARGA-CUSTO
               MOVE TAB-PRC-TRANSP (WRK-IDX-PRC) TO WRK-CARGA-TRANSP
               MOVE WRK-CUSTO-CALC TO WRK-CARGA-CUSTO
           END-IF.

      * O CUSTO PREVISTO DA CARGA E RATEADO PELO PESO DE CADA
      * PEDIDO; O ULTIMO PEDIDO LEVA A SOBRA DO ARREDONDAMENTO PARA
      * A SOMA DOS ITENS FECHAR COM O CABECALHO
       0470-GRAVAR-ITEM.
           MOVE TAB-CARGA-COT (WRK-IDX-ITEM) TO WRK-IDX-CARGA.
           IF WRK-IDX-ITEM = WRK-CARGA-QTD
               COMPUTE WRK-CUSTO-ITEM =
                   WRK-CARGA-CUSTO - WRK-CUSTO-RATEADO
           ELSE
               IF WRK-CARGA-PESO > ZEROS
                   COMPUTE WRK-CUSTO-ITEM ROUNDED =
                       WRK-CARGA-CUSTO * TAB-COT-PESO (WRK-IDX-CARGA)
                       / WRK-CARGA-PESO
               ELSE
                   MOVE ZEROS TO WRK-CUSTO-ITEM
               END-IF
           END-IF.
           ADD WRK-CUSTO-ITEM TO WRK-CUSTO-RATEADO.

           MOVE SPACES TO REG-ROMANEIO.
           MOVE '2' TO ROM-TIPO.
           MOVE WRK-ROMANEIO TO ROM-NUMERO.
           MOVE TAB-COT-NUMERO (WRK-IDX-CARGA)  TO ROM-PEDIDO.
           MOVE TAB-COT-CLIENTE (WRK-IDX-CARGA) TO ROM-CLIENTE.
           MOVE TAB-COT-PESO (WRK-IDX-CARGA)    TO ROM-PESO.
           MOVE WRK-CUSTO-ITEM                  TO ROM-CUSTO-ITEM.
           WRITE REG-ROMANEIO.

           MOVE TAB-COT-NUMERO (WRK-IDX-CARGA)  TO WRK-LI-PEDIDO.
           MOVE TAB-COT-CLIENTE (WRK-IDX-CARGA) TO WRK-LI-CLIENTE.
           MOVE TAB-COT-PESO (WRK-IDX-CARGA)    TO WRK-LI-PESO.
           MOVE TAB-COT-VOLUME (WRK-IDX-CARGA)  TO WRK-LI-VOLUME.
           MOVE WRK-CUSTO-ITEM                  TO WRK-LI-CUSTO.
           MOVE WRK-LINHA-ITEM TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

      * OCUPACAO DA FROTA: PESO E VOLUME CARREGADOS CONTRA A
      * CAPACIDADE DE CADA VEICULO DISPONIVEL, PARADO INCLUSIVE; EM
      * SEGUIDA OS PEDIDOS QUE NAO ACHARAM VEICULO
       0500-IMPRIMIR-FROTA.
           IF FROTA-CADASTRADA
               SET SECAO-FROTA TO TRUE
               MOVE 99 TO WRK-IMP-LINHA
               MOVE SPACES TO WRK-IMP-AREA
               MOVE 'OCUPACAO DA FROTA' TO WRK-IMP-AREA
               PERFORM 9800-IMPRIMIR-LINHA
               MOVE SPACES TO WRK-IMP-AREA
               PERFORM 9800-IMPRIMIR-LINHA
               PERFORM VARYING WRK-IDX-VEI FROM 1 BY 1
                       UNTIL WRK-IDX-VEI > WRK-QTD-VEICULOS
                   PERFORM 0510-IMPRIMIR-VEICULO
               END-PERFORM
               IF WRK-CONT-SOBRAS > 0
                   MOVE SPACES TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
                   MOVE WRK-CONT-SOBRAS TO WRK-CONT-ED
                   MOVE SPACES TO WRK-IMP-AREA
                   STRING 'PEDIDOS SEM VEICULO: ' DELIMITED BY SIZE
                          WRK-CONT-ED DELIMITED BY SIZE
                       INTO WRK-IMP-AREA
                   END-STRING
                   PERFORM 9800-IMPRIMIR-LINHA
                   PERFORM VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-QTD-COTACOES
                       IF TAB-COT-ALOCADO (WRK-IDX) = 'V'
                           OR TAB-COT-ALOCADO (WRK-IDX) = 'C'
                           PERFORM 0530-IMPRIMIR-SOBRA
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       0510-IMPRIMIR-VEICULO.
           MOVE TAB-VEI-PLACA (WRK-IDX-VEI)    TO WRK-LF-PLACA.
           MOVE TAB-VEI-TIPO (WRK-IDX-VEI)     TO WRK-TIPO-DESC.
           PERFORM 0520-DESCREVER-TIPO.
           MOVE WRK-TIPO-DESC                  TO WRK-LF-TIPO.
           MOVE TAB-VEI-DEPOSITO (WRK-IDX-VEI) TO WRK-LF-DEPOSITO.
           IF TAB-VEI-ROMANEIO (WRK-IDX-VEI) = ZEROS
               MOVE 'PARADO' TO WRK-LF-ROMANEIO
           ELSE
               MOVE TAB-VEI-ROMANEIO (WRK-IDX-VEI) TO WRK-LF-ROMANEIO
           END-IF.
           MOVE TAB-VEI-CAPAC-KG (WRK-IDX-VEI) TO WRK-LF-CAPAC-KG.
           MOVE TAB-VEI-PESO (WRK-IDX-VEI)     TO WRK-LF-PESO.
           MOVE TAB-VEI-CAPAC-M3 (WRK-IDX-VEI) TO WRK-LF-CAPAC-M3.
           MOVE TAB-VEI-VOLUME (WRK-IDX-VEI)   TO WRK-LF-VOLUME.
           COMPUTE WRK-PERC-KG ROUNDED =
               TAB-VEI-PESO (WRK-IDX-VEI) * 100
               / TAB-VEI-CAPAC-KG (WRK-IDX-VEI).
           COMPUTE WRK-PERC-M3 ROUNDED =
               TAB-VEI-VOLUME (WRK-IDX-VEI) * 100
               / TAB-VEI-CAPAC-M3 (WRK-IDX-VEI).
           MOVE WRK-PERC-KG TO WRK-LF-PERC-KG.
           MOVE WRK-PERC-M3 TO WRK-LF-PERC-M3.
           MOVE WRK-LINHA-FROTA TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

       0520-DESCREVER-TIPO.
           EVALUATE WRK-TIPO-DESC
               WHEN 'V'
                   MOVE 'VAN' TO WRK-TIPO-DESC
               WHEN 'C'
                   MOVE 'CAMINHAO' TO WRK-TIPO-DESC
               WHEN 'S'
                   MOVE 'CARRETA' TO WRK-TIPO-DESC
               WHEN OTHER
                   MOVE 'OUTRO' TO WRK-TIPO-DESC
           END-EVALUATE.

       0530-IMPRIMIR-SOBRA.
           MOVE TAB-COT-PESO (WRK-IDX) TO WRK-PESO-ED.
           MOVE TAB-COT-VOLUME (WRK-IDX) TO WRK-M3-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING '  PEDIDO ' DELIMITED BY SIZE
                  TAB-COT-NUMERO (WRK-IDX) DELIMITED BY SIZE
                  '  CLIENTE ' DELIMITED BY SIZE
                  TAB-COT-CLIENTE (WRK-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  TAB-COT-ORIGEM (WRK-IDX) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  TAB-COT-UF (WRK-IDX) DELIMITED BY SIZE
                  '  PESO ' DELIMITED BY SIZE
                  WRK-PESO-ED DELIMITED BY SIZE
                  ' KG  VOLUME' DELIMITED BY SIZE
                  WRK-M3-ED DELIMITED BY SIZE
                  ' M3  ' DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           IF TAB-COT-ALOCADO (WRK-IDX) = 'V'
               MOVE 'SEM VEICULO LIVRE NA ORIGEM' TO WRK-IMP-AREA (90:)
           ELSE
               MOVE 'ACIMA DA CAPACIDADE DOS LIVRES'
                   TO WRK-IMP-AREA (90:)
           END-IF.
           PERFORM 9800-IMPRIMIR-LINHA.

      * QUADRO DE IMPRESSAO PADRAO DO ROMANEIO (IMPRESSO.CPY)
       9800-IMPRIMIR-LINHA.
           IF WRK-IMP-LINHA >= WRK-IMP-LINHAS-PAG
           ADD 1 TO WRK-IMP-PAGINA.
           MOVE WRK-IMP-PAGINA TO WRK-IMP-PAGINA-ED.
           WRITE REG-IMPRESSO FROM WRK-IMP-CAB-PAGINA.
           IF SECAO-FROTA
               WRITE REG-IMPRESSO FROM WRK-CAB-FROTA
           ELSE
               WRITE REG-IMPRESSO FROM WRK-LINHA-CABECALHO
           END-IF.
           MOVE SPACES TO REG-IMPRESSO.
           WRITE REG-IMPRESSO.
           MOVE 3 TO WRK-IMP-LINHA.
