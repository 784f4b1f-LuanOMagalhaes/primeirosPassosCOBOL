       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITA-FRETE.
      ***************************
      * Área de comentários
      * OBJETIVO: CONFERIR AS COBRANCAS DE FRETE QUE AS
      * TRANSPORTADORAS NOS MANDAM. O MODO D DIGITA AS LINHAS DE UMA
      * COBRANCA (TRANSPORTADORA, DOCUMENTO, EMBARQUE, ROMANEIO, PESO
      * E VALOR) EM COBTRANSP.DAT. O MODO A AUDITA TODAS AS LINHAS
      * PENDENTES CONTRA O QUE FOI REGISTRADO: O EMBARQUE EM
      * EMBARQUES.DAT (TRANSPORTADORA, PESO E FRETE) E A CARGA EM
      * ROMANEIO.DAT. SAO CONTESTADAS A LINHA SEM EMBARQUE, A LINHA DE
      * EMBARQUE DE OUTRA TRANSPORTADORA, A COBRANCA EM DUPLICIDADE
      * (EMBARQUE JA LANCADO NO CONTAS A PAGAR OU REPETIDO NA MESMA
      * RODADA), O PEDIDO FORA DO ROMANEIO INFORMADO E O VALOR ACIMA
      * DO FRETE REGISTRADO ALEM DA TOLERANCIA - OU ACIMA DO CUSTO
      * PREVISTO PARA O PEDIDO NA CARGA, QUANDO O ROMANEIO-CARGAS O
      * CALCULOU PELA TABELA DA TRANSPORTADORA. A LINHA APROVADA VAI
      * PARA O CONTAS A PAGAR DAS TRANSPORTADORAS (PAGTRANSP.DAT) E A
      * CONTESTADA PARA DISPUTAS.DAT, COM O VALOR EM DISCUSSAO; O
      * RELATORIO AUDFRETE.DYYYYMMDD.RPT (ANOTADO NO RELCAT.DAT) LISTA
      * AS CONTESTACOES POR TRANSPORTADORA
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LINHAS DE COBRANCA DIGITADAS E AINDA NAO AUDITADAS; A
      * AUDITORIA ESVAZIA O ARQUIVO NO FIM DA RODADA
           SELECT ARQ-COBRANCAS ASSIGN TO 'COBTRANSP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COBRANCAS.

           SELECT ARQ-EMBARQUES ASSIGN TO 'EMBARQUES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EMBARQUES.

           SELECT ARQ-ROMANEIOS ASSIGN TO 'ROMANEIO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ROMANEIOS.

           SELECT ARQ-TRANSPORTADORAS ASSIGN TO 'TRANSPORTADORAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TSP-CODIGO
               FILE STATUS IS WRK-FS-TRANSPORTADORAS.

      * CONTAS A PAGAR DAS TRANSPORTADORAS: UMA LINHA POR COBRANCA
      * APROVADA. E TAMBEM O HISTORICO QUE DENUNCIA A DUPLICIDADE
           SELECT ARQ-APAGAR ASSIGN TO 'PAGTRANSP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APAGAR.

      * COBRANCAS CONTESTADAS, COM O MOTIVO E O VALOR EM DISCUSSAO
           SELECT ARQ-DISPUTAS ASSIGN TO 'DISPUTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DISPUTAS.

      * ARQUIVO DE TRABALHO DO SORT: AS CONTESTACOES SAEM NO
      * RELATORIO AGRUPADAS POR TRANSPORTADORA
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

      * TRAVA DA JANELA DE LOTE: SEM DIGITACAO NEM AUDITORIA
      * ENQUANTO O LOTE GRAVA OS EMBARQUES E ROMANEIOS
           SELECT ARQ-TRAVA ASSIGN TO 'LOTELOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRAVA.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-COBRANCAS
           RECORDING MODE IS F.
       01  REG-COBRANCA.
           05 CBT-TRANSPORTADORA PIC X(04).
           05 CBT-DOCUMENTO      PIC X(10).
           05 CBT-EMISSAO        PIC 9(08).
           05 CBT-PEDIDO         PIC 9(06).
           05 CBT-ROMANEIO       PIC 9(06).
           05 CBT-PESO           PIC 9(06)V99.
           05 CBT-VALOR          PIC 9(10)V99.

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

       FD  ARQ-TRANSPORTADORAS.
       01  REG-TRANSPORTADORA.
           05 TSP-CODIGO      PIC X(04).
           05 TSP-NOME        PIC X(30).
           05 TSP-CONTATO     PIC X(30).

       FD  ARQ-APAGAR
           RECORDING MODE IS F.
       01  REG-APAGAR.
           05 APG-TRANSPORTADORA PIC X(04).
           05 APG-DOCUMENTO      PIC X(10).
           05 APG-EMISSAO        PIC 9(08).
           05 APG-PEDIDO         PIC 9(06).
           05 APG-ROMANEIO       PIC 9(06).
           05 APG-VALOR          PIC 9(10)V99.
           05 APG-DATA           PIC 9(08).
      * A = A PAGAR
           05 APG-SITUACAO       PIC X(01).

       FD  ARQ-DISPUTAS
           RECORDING MODE IS F.
       01  REG-DISPUTA.
           05 DSP-TRANSPORTADORA PIC X(04).
           05 DSP-DOCUMENTO      PIC X(10).
           05 DSP-EMISSAO        PIC 9(08).
           05 DSP-PEDIDO         PIC 9(06).
           05 DSP-ROMANEIO       PIC 9(06).
           05 DSP-VALOR          PIC 9(10)V99.
           05 DSP-CONTESTADO     PIC 9(10)V99.
           05 DSP-MOTIVO         PIC X(30).
           05 DSP-DATA           PIC 9(08).
      * A = EM ABERTO COM A TRANSPORTADORA
           05 DSP-SITUACAO       PIC X(01).

       SD  ARQ-CLASSIF.
       01  REG-CLASSIF.
           05 SRT-TRANSPORTADORA PIC X(04).
           05 SRT-DOCUMENTO      PIC X(10).
           05 SRT-EMISSAO        PIC 9(08).
           05 SRT-PEDIDO         PIC 9(06).
           05 SRT-ROMANEIO       PIC 9(06).
           05 SRT-VALOR          PIC 9(10)V99.
           05 SRT-CONTESTADO     PIC 9(10)V99.
           05 SRT-MOTIVO         PIC X(30).

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO      PIC X(132).

       FD  ARQ-CATALOGO
           RECORDING MODE IS F.
       01  REG-CATALOGO       PIC X(57).

       FD  ARQ-RUNLOG
           RECORDING MODE IS F.
       01  REG-RUNLOG         PIC X(80).

       FD  ARQ-TRAVA
           RECORDING MODE IS F.
       01  REG-TRAVA          PIC X(29).

       WORKING-STORAGE SECTION.
       77 WRK-FS-COBRANCAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMBARQUES PIC X(02) VALUE ZEROS.
       77 WRK-FS-ROMANEIOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRANSPORTADORAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-APAGAR PIC X(02) VALUE ZEROS.
       77 WRK-FS-DISPUTAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATALOGO PIC X(02) VALUE ZEROS.
       77 WRK-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRAVA PIC X(02) VALUE ZEROS.
       77 WRK-EOF-COBRANCAS PIC X(01) VALUE 'N'.
         88 FIM-COBRANCAS VALUE 'S'.
       77 WRK-EOF-EMBARQUES PIC X(01) VALUE 'N'.
         88 FIM-EMBARQUES VALUE 'S'.
       77 WRK-EOF-ROMANEIOS PIC X(01) VALUE 'N'.
         88 FIM-ROMANEIOS VALUE 'S'.
       77 WRK-EOF-TRANSPORTADORAS PIC X(01) VALUE 'N'.
         88 FIM-TRANSPORTADORAS VALUE 'S'.
       77 WRK-EOF-APAGAR PIC X(01) VALUE 'N'.
         88 FIM-APAGAR VALUE 'S'.
       77 WRK-EOF-CLASSIF PIC X(01) VALUE 'N'.
         88 FIM-CLASSIF VALUE 'S'.

       COPY TRAVALOTE.

       COPY RUNLOG.

       COPY CATREL.

       COPY IMPRESSO.

       77 WRK-MODO PIC X(01) VALUE SPACES.
         88 MODO-DIGITAR VALUE 'D'.
         88 MODO-AUDITAR VALUE 'A'.

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

      * TOLERANCIA ENTRE O VALOR COBRADO E O FRETE REGISTRADO NO
      * EMBARQUE, A MESMA DA CONCILIACAO COTACAO X EMBARQUE
       77 WRK-TOLERANCIA PIC 9(03)V99 VALUE 5,00.

      * CAMPOS DA DIGITACAO: NUMEROS ENTRAM COMO DIGITOS PUROS EM
      * CAMPO X REDEFINIDO (DECIMAIS IMPLICITOS), COMO NAS DEMAIS
      * ENTRADAS DE CONSOLE DA SUITE
       77 WRK-TRANSPORTADORA PIC X(04) VALUE SPACES.
       77 WRK-DOCUMENTO PIC X(10) VALUE SPACES.
       01 WRK-EMISSAO-X PIC X(08) VALUE SPACES.
       01 WRK-EMISSAO REDEFINES WRK-EMISSAO-X PIC 9(08).
       01 WRK-EMISSAO-PARTES REDEFINES WRK-EMISSAO-X.
           05 WRK-EM-ANO        PIC 9(04).
           05 WRK-EM-MES        PIC 9(02).
           05 WRK-EM-DIA        PIC 9(02).
       77 WRK-PEDIDO-X PIC X(06) VALUE SPACES.
       77 WRK-PEDIDO REDEFINES WRK-PEDIDO-X PIC 9(06).
       77 WRK-ROMANEIO-X PIC X(06) VALUE SPACES.
       77 WRK-ROMANEIO REDEFINES WRK-ROMANEIO-X PIC 9(06).
       77 WRK-PESO-X PIC X(08) VALUE SPACES.
       77 WRK-PESO REDEFINES WRK-PESO-X PIC 9(06)V99.
       77 WRK-VALOR-X PIC X(12) VALUE SPACES.
       77 WRK-VALOR REDEFINES WRK-VALOR-X PIC 9(10)V99.
       77 WRK-FLAG-CAMPO PIC X(01) VALUE 'N'.
         88 CAMPO-VALIDO VALUE 'S'.
       77 WRK-RESPOSTA PIC X(01) VALUE SPACES.
       77 WRK-FLAG-CADASTRO PIC X(01) VALUE 'N'.
         88 CADASTRO-ABERTO VALUE 'S'.
       77 WRK-CONT-DIGITADAS PIC 9(04) VALUE ZEROS.

      * EMBARQUES REGISTRADOS; O FLAG MARCA O EMBARQUE JA COBRADO
      * PELA PROPRIA TRANSPORTADORA (NO CONTAS A PAGAR OU EM LINHA
      * ANTERIOR DA MESMA RODADA)
       77 WRK-QTD-EMBARQUES PIC 9(04) VALUE ZEROS.
       01 TAB-EMBARQUES.
           05 TAB-EMB-ITEM OCCURS 500 TIMES
                            INDEXED BY IDX-EMB.
               10 TAB-EMB-NUMERO   PIC 9(06).
               10 TAB-EMB-TRANSP   PIC X(04).
               10 TAB-EMB-PESO     PIC 9(06)V99.
               10 TAB-EMB-FRETE    PIC 9(10)V99.
               10 TAB-EMB-ROMANEIO PIC 9(06).
               10 TAB-EMB-COBRADO  PIC X(01).
       77 WRK-PEDIDO-BUSCA PIC 9(06) VALUE ZEROS.
       77 WRK-FLAG-EMBARQUE PIC X(01) VALUE 'N'.
         88 EMBARQUE-ACHADO VALUE 'S'.

      * ITENS DAS CARGAS DO ROMANEIO.DAT
       77 WRK-QTD-ROMANEIOS PIC 9(04) VALUE ZEROS.
       01 TAB-ROMANEIOS.
           05 TAB-ROM-ITEM OCCURS 1000 TIMES.
               10 TAB-ROM-NUMERO   PIC 9(06).
               10 TAB-ROM-PEDIDO   PIC 9(06).
               10 TAB-ROM-PESO     PIC 9(06)V99.
               10 TAB-ROM-CUSTO    PIC 9(06)V99.
       77 WRK-IDX-ROM PIC 9(04) VALUE ZEROS.
       77 WRK-FLAG-CARGA PIC X(01) VALUE 'N'.
         88 PEDIDO-FORA-DA-CARGA VALUE 'S'.
       77 WRK-FLAG-ROMANEIO PIC X(01) VALUE 'N'.
         88 ROMANEIO-DIVERGENTE VALUE 'S'.
       77 WRK-PESO-REF PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-REF PIC 9(10)V99 VALUE ZEROS.
       77 WRK-FLAG-PREVISTO PIC X(01) VALUE 'N'.
         88 CUSTO-PREVISTO VALUE 'S'.

      * NOMES DO CADASTRO DE TRANSPORTADORAS PARA O RELATORIO
       77 WRK-QTD-TRANSP PIC 9(03) VALUE ZEROS.
       01 TAB-TRANSP.
           05 TAB-TSP-ITEM OCCURS 100 TIMES
                            INDEXED BY IDX-TSP.
               10 TAB-TSP-CODIGO     PIC X(04).
               10 TAB-TSP-NOME       PIC X(30).

       77 WRK-MOTIVO PIC X(30) VALUE SPACES.
       77 WRK-CONTESTADO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-CONT-APROVADAS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-CONTESTADAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-APROVADO PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-COBRADO PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-CONTESTADO PIC 9(12)V99 VALUE ZEROS.

      * QUEBRA POR TRANSPORTADORA NA LISTA DE CONTESTACOES
       77 WRK-TRANSP-ATUAL PIC X(04) VALUE SPACES.
       77 WRK-NOME-TRANSP PIC X(30) VALUE SPACES.
       77 WRK-SUB-QTD PIC 9(05) VALUE ZEROS.
       77 WRK-SUB-COBRADO PIC 9(12)V99 VALUE ZEROS.
       77 WRK-SUB-CONTESTADO PIC 9(12)V99 VALUE ZEROS.

       77 WRK-CONT-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZ.ZZZ.ZZZ.ZZZ,ZZ VALUE ZEROS.
       77 WRK-VALOR2-ED PIC ZZ.ZZZ.ZZZ.ZZZ,ZZ VALUE ZEROS.

       01 WRK-LINHA-DISPUTA.
           05 WRK-LD-DOCUMENTO   PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-EMISSAO     PIC 9(04)/99/99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-PEDIDO      PIC 9(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-ROMANEIO    PIC 9(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-CONTESTADO  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-MOTIVO      PIC X(30).

      * CABECALHO DE COLUNAS, ALINHADO COLUNA A COLUNA COM
      * WRK-LINHA-DISPUTA ACIMA, REPETIDO A CADA PAGINA
       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(10) VALUE 'DOCUMENTO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'EMISSAO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE 'PEDIDO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE 'ROMAN.'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(17) VALUE
               '          COBRADO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(17) VALUE
               '   EM CONTESTACAO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(30) VALUE 'MOTIVO'.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-COBRANCAS.
           MOVE 'N' TO WRK-EOF-EMBARQUES.
           MOVE 'N' TO WRK-EOF-ROMANEIOS.
           MOVE 'N' TO WRK-EOF-TRANSPORTADORAS.
           MOVE 'N' TO WRK-EOF-APAGAR.
           MOVE 'N' TO WRK-EOF-CLASSIF.
           MOVE 'N' TO WRK-FLAG-CADASTRO.
           MOVE ZEROS TO WRK-CTL-LIDOS.
           MOVE ZEROS TO WRK-CTL-PROCESSADOS.
           MOVE ZEROS TO WRK-CTL-REJEITADOS.
           MOVE ZEROS TO WRK-CONT-DIGITADAS.
           MOVE ZEROS TO WRK-QTD-EMBARQUES.
           MOVE ZEROS TO WRK-QTD-ROMANEIOS.
           MOVE ZEROS TO WRK-QTD-TRANSP.
           MOVE ZEROS TO WRK-CONT-APROVADAS.
           MOVE ZEROS TO WRK-CONT-CONTESTADAS.
           MOVE ZEROS TO WRK-TOT-APROVADO.
           MOVE ZEROS TO WRK-TOT-COBRADO.
           MOVE ZEROS TO WRK-TOT-CONTESTADO.
           MOVE SPACES TO WRK-TRANSP-ATUAL.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           DISPLAY 'MODO (D=DIGITAR COBRANCA DE TRANSPORTADORA,'
           DISPLAY '      A=AUDITAR COBRANCAS PENDENTES)'
           ACCEPT WRK-MODO FROM CONSOLE.

           IF MODO-DIGITAR OR MODO-AUDITAR
               PERFORM 9550-CONFERIR-TRAVA
               IF TRAVA-ATIVA
                   DISPLAY 'JANELA DE LOTE EM USO POR '
                       WRK-TL-PROGRAMA ' DESDE ' WRK-TL-DATA
                       ' - AUDITORIA DE FRETE RECUSADA'
                   GOBACK
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN MODO-DIGITAR
                   PERFORM 0200-DIGITAR-COBRANCA
               WHEN MODO-AUDITAR
                   PERFORM 0300-AUDITAR-COBRANCAS
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO'
           END-EVALUATE.

           GOBACK.

      * DIGITACAO: TRANSPORTADORA E DOCUMENTO UMA VEZ POR COBRANCA E
      * UMA LINHA POR EMBARQUE COBRADO NELA. A CONFERENCIA FICA TODA
      * PARA O MODO A; AQUI SO SE GARANTE O FORMATO DOS CAMPOS
       0200-DIGITAR-COBRANCA.
           OPEN EXTEND ARQ-COBRANCAS.
           IF WRK-FS-COBRANCAS = '35'
               OPEN OUTPUT ARQ-COBRANCAS
           END-IF.
           IF WRK-FS-COBRANCAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR COBTRANSP.DAT - FS='
                   WRK-FS-COBRANCAS
               GOBACK
           END-IF.

           OPEN INPUT ARQ-TRANSPORTADORAS.
           IF WRK-FS-TRANSPORTADORAS = '00'
               SET CADASTRO-ABERTO TO TRUE
           ELSE
               DISPLAY 'TRANSPORTADORAS.DAT AUSENTE - CODIGO NAO '
                   'CONFERIDO NA DIGITACAO'
           END-IF.

           PERFORM 0210-OBTER-TRANSPORTADORA.
           MOVE SPACES TO WRK-DOCUMENTO.
           PERFORM WITH TEST AFTER UNTIL WRK-DOCUMENTO NOT = SPACES
               DISPLAY 'NUMERO DO DOCUMENTO DE COBRANCA'
               ACCEPT WRK-DOCUMENTO FROM CONSOLE
           END-PERFORM.
           PERFORM 0220-OBTER-EMISSAO.

           MOVE 'S' TO WRK-RESPOSTA.
           PERFORM UNTIL WRK-RESPOSTA NOT = 'S'
               PERFORM 0230-DIGITAR-LINHA
               DISPLAY 'OUTRO EMBARQUE NESTA COBRANCA (S/N)?'
               ACCEPT WRK-RESPOSTA FROM CONSOLE
               IF WRK-RESPOSTA = 's'
                   MOVE 'S' TO WRK-RESPOSTA
               END-IF
           END-PERFORM.

           IF CADASTRO-ABERTO
               CLOSE ARQ-TRANSPORTADORAS
           END-IF.
           CLOSE ARQ-COBRANCAS.
           MOVE WRK-CONT-DIGITADAS TO WRK-CONT-ED.
           DISPLAY 'LINHAS DIGITADAS: ' WRK-CONT-ED
               ' - AGUARDAM A AUDITORIA (MODO A)'.

       0210-OBTER-TRANSPORTADORA.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'CODIGO DA TRANSPORTADORA QUE COBRA'
               ACCEPT WRK-TRANSPORTADORA FROM CONSOLE
               IF WRK-TRANSPORTADORA = SPACES
                   DISPLAY 'CODIGO OBRIGATORIO'
               ELSE
                   IF CADASTRO-ABERTO
                       MOVE WRK-TRANSPORTADORA TO TSP-CODIGO
                       READ ARQ-TRANSPORTADORAS
                           INVALID KEY
                               DISPLAY 'TRANSPORTADORA NAO CADASTRADA'
                           NOT INVALID KEY
                               DISPLAY TSP-NOME
                               SET CAMPO-VALIDO TO TRUE
                       END-READ
                   ELSE
                       SET CAMPO-VALIDO TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       0220-OBTER-EMISSAO.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'DATA DE EMISSAO DA COBRANCA (AAAAMMDD)'
               ACCEPT WRK-EMISSAO-X FROM CONSOLE
               IF WRK-EMISSAO-X NUMERIC
                   AND WRK-EM-MES >= 1 AND WRK-EM-MES <= 12
                   AND WRK-EM-DIA >= 1 AND WRK-EM-DIA <= 31
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'DATA INVALIDA - AAAAMMDD'
               END-IF
           END-PERFORM.

       0230-DIGITAR-LINHA.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'NUMERO DO EMBARQUE (PEDIDO, 6 DIGITOS)'
               ACCEPT WRK-PEDIDO-X FROM CONSOLE
               IF WRK-PEDIDO-X NUMERIC
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'EMBARQUE INVALIDO - SO DIGITOS'
               END-IF
           END-PERFORM.

           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'ROMANEIO INFORMADO NA COBRANCA (6 DIGITOS)'
               ACCEPT WRK-ROMANEIO-X FROM CONSOLE
               IF WRK-ROMANEIO-X NUMERIC
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'ROMANEIO INVALIDO - SO DIGITOS'
               END-IF
           END-PERFORM.

           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'PESO COBRADO EM KG (8 DIGITOS, 2 DECIMAIS '
                   'IMPLICITOS)'
               ACCEPT WRK-PESO-X FROM CONSOLE
               IF WRK-PESO-X NUMERIC
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'PESO INVALIDO - SO DIGITOS'
               END-IF
           END-PERFORM.

           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'VALOR COBRADO (12 DIGITOS, 2 DECIMAIS '
                   'IMPLICITOS)'
               ACCEPT WRK-VALOR-X FROM CONSOLE
               IF WRK-VALOR-X NUMERIC
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'VALOR INVALIDO - SO DIGITOS'
               END-IF
           END-PERFORM.

           MOVE WRK-TRANSPORTADORA TO CBT-TRANSPORTADORA.
           MOVE WRK-DOCUMENTO      TO CBT-DOCUMENTO.
           MOVE WRK-EMISSAO        TO CBT-EMISSAO.
           MOVE WRK-PEDIDO         TO CBT-PEDIDO.
           MOVE WRK-ROMANEIO       TO CBT-ROMANEIO.
           MOVE WRK-PESO           TO CBT-PESO.
           MOVE WRK-VALOR          TO CBT-VALOR.
           WRITE REG-COBRANCA.
           ADD 1 TO WRK-CONT-DIGITADAS.

      * AUDITORIA: AS LINHAS PENDENTES PASSAM PELA CONFERENCIA NA
      * ENTRADA DO SORT (APROVADA VAI PARA O CONTAS A PAGAR,
      * CONTESTADA PARA AS DISPUTAS E PARA O SORT) E A SAIDA DO SORT
      * IMPRIME AS CONTESTACOES POR TRANSPORTADORA
       0300-AUDITAR-COBRANCAS.
           PERFORM 0310-ABRIR-ARQUIVOS.
           PERFORM 0320-CARREGAR-TRANSPORTADORAS.
           PERFORM 0330-CARREGAR-EMBARQUES.
           PERFORM 0340-CARREGAR-ROMANEIOS.
           PERFORM 0350-MARCAR-COBRADOS.
           PERFORM 0360-ABRIR-SAIDAS.

           SORT ARQ-CLASSIF
               ON ASCENDING KEY SRT-TRANSPORTADORA
                                SRT-DOCUMENTO
                                SRT-PEDIDO
               INPUT PROCEDURE IS 0400-CONFERIR-COBRANCAS
               OUTPUT PROCEDURE IS 0600-IMPRIMIR-DISPUTAS.

           PERFORM 0700-IMPRIMIR-RESUMO.
           PERFORM 9820-ENCERRAR-RELATORIO.
           CLOSE ARQ-COBRANCAS.
           CLOSE ARQ-APAGAR.
           CLOSE ARQ-DISPUTAS.
           CLOSE ARQ-RELATORIO.

      * TUDO O QUE FOI LIDO JA ESTA NO CONTAS A PAGAR OU NAS
      * DISPUTAS: AS PENDENTES SAO ZERADAS PARA A PROXIMA DIGITACAO
           OPEN OUTPUT ARQ-COBRANCAS.
           CLOSE ARQ-COBRANCAS.

           MOVE 'AUDITA-FRETE' TO WRK-RL-PROGRAMA.
           PERFORM 9700-GRAVAR-CONTROLE.

           MOVE WRK-CONT-APROVADAS TO WRK-CONT-ED.
           MOVE WRK-TOT-APROVADO TO WRK-VALOR-ED.
           DISPLAY 'APROVADAS PARA PAGAMENTO: ' WRK-CONT-ED
               ' - R$' WRK-VALOR-ED.
           MOVE WRK-CONT-CONTESTADAS TO WRK-CONT-ED.
           MOVE WRK-TOT-CONTESTADO TO WRK-VALOR-ED.
           DISPLAY 'CONTESTADAS.............: ' WRK-CONT-ED
               ' - R$' WRK-VALOR-ED ' EM DISCUSSAO (VER '
               WRK-NOME-RELATORIO ')'.

       0310-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-COBRANCAS.
           IF WRK-FS-COBRANCAS NOT = '00'
               DISPLAY 'NENHUMA COBRANCA PENDENTE (COBTRANSP.DAT '
                   'AUSENTE)'
               GOBACK
           END-IF.

           OPEN INPUT ARQ-EMBARQUES.
           IF WRK-FS-EMBARQUES NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMBARQUES.DAT - FS='
                   WRK-FS-EMBARQUES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * CADASTRO DE TRANSPORTADORAS: OPCIONAL - SEM ELE O RELATORIO
      * SAI SO COM OS CODIGOS
       0320-CARREGAR-TRANSPORTADORAS.
           OPEN INPUT ARQ-TRANSPORTADORAS.
           IF WRK-FS-TRANSPORTADORAS NOT = '00'
               DISPLAY 'TRANSPORTADORAS.DAT AUSENTE - RELATORIO SAIRA '
                   'SO COM OS CODIGOS'
           ELSE
               PERFORM UNTIL FIM-TRANSPORTADORAS
                   READ ARQ-TRANSPORTADORAS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-EOF-TRANSPORTADORAS
                       NOT AT END
                           IF WRK-QTD-TRANSP < 100
                               ADD 1 TO WRK-QTD-TRANSP
                               MOVE TSP-CODIGO TO
                                   TAB-TSP-CODIGO (WRK-QTD-TRANSP)
                               MOVE TSP-NOME TO
                                   TAB-TSP-NOME (WRK-QTD-TRANSP)
                           ELSE
                               DISPLAY 'TABELA DE TRANSPORTADORAS '
                                   'CHEIA - IGNORADA ' TSP-CODIGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-TRANSPORTADORAS
           END-IF.

       0330-CARREGAR-EMBARQUES.
           PERFORM UNTIL FIM-EMBARQUES
               READ ARQ-EMBARQUES
                   AT END
                       MOVE 'S' TO WRK-EOF-EMBARQUES
                   NOT AT END
                       IF WRK-QTD-EMBARQUES < 500
                           ADD 1 TO WRK-QTD-EMBARQUES
                           MOVE EMB-NUMERO
                               TO TAB-EMB-NUMERO (WRK-QTD-EMBARQUES)
                           MOVE EMB-TRANSPORTADORA
                               TO TAB-EMB-TRANSP (WRK-QTD-EMBARQUES)
                           MOVE EMB-PESO
                               TO TAB-EMB-PESO (WRK-QTD-EMBARQUES)
                           MOVE EMB-FRETE
                               TO TAB-EMB-FRETE (WRK-QTD-EMBARQUES)
                           MOVE EMB-ROMANEIO
                               TO TAB-EMB-ROMANEIO (WRK-QTD-EMBARQUES)
                           MOVE 'N'
                               TO TAB-EMB-COBRADO (WRK-QTD-EMBARQUES)
                       ELSE
                           DISPLAY 'TABELA DE EMBARQUES CHEIA - '
                               'EMBARQUE IGNORADO ' EMB-NUMERO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-EMBARQUES.

      * SO OS ITENS ('2') INTERESSAM: DIZEM QUE PEDIDO VIAJOU EM QUE
      * CARGA E COM QUE PESO. SEM O ARQUIVO, A CARGA NAO E CONFERIDA
       0340-CARREGAR-ROMANEIOS.
           OPEN INPUT ARQ-ROMANEIOS.
           IF WRK-FS-ROMANEIOS NOT = '00'
               DISPLAY 'ROMANEIO.DAT AUSENTE - CARGAS NAO CONFERIDAS'
           ELSE
               PERFORM UNTIL FIM-ROMANEIOS
                   READ ARQ-ROMANEIOS
                       AT END
                           MOVE 'S' TO WRK-EOF-ROMANEIOS
                       NOT AT END
                           IF ROM-TIPO = '2'
                               PERFORM 0345-GUARDAR-ITEM-CARGA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ROMANEIOS
           END-IF.

       0345-GUARDAR-ITEM-CARGA.
           IF WRK-QTD-ROMANEIOS < 1000
               ADD 1 TO WRK-QTD-ROMANEIOS
               MOVE ROM-NUMERO TO TAB-ROM-NUMERO (WRK-QTD-ROMANEIOS)
               MOVE ROM-PEDIDO TO TAB-ROM-PEDIDO (WRK-QTD-ROMANEIOS)
               MOVE ROM-PESO   TO TAB-ROM-PESO (WRK-QTD-ROMANEIOS)
               IF ROM-CUSTO-ITEM IS NUMERIC
                   MOVE ROM-CUSTO-ITEM
                       TO TAB-ROM-CUSTO (WRK-QTD-ROMANEIOS)
               ELSE
                   MOVE ZEROS TO TAB-ROM-CUSTO (WRK-QTD-ROMANEIOS)
               END-IF
           ELSE
               DISPLAY 'TABELA DE ROMANEIOS CHEIA - ITEM IGNORADO '
                   ROM-NUMERO ' ' ROM-PEDIDO
           END-IF.

      * EMBARQUE QUE A PROPRIA TRANSPORTADORA JA TEM NO CONTAS A
      * PAGAR NAO PODE SER PAGO DE NOVO
       0350-MARCAR-COBRADOS.
           OPEN INPUT ARQ-APAGAR.
           IF WRK-FS-APAGAR = '00'
               PERFORM UNTIL FIM-APAGAR
                   READ ARQ-APAGAR
                       AT END
                           MOVE 'S' TO WRK-EOF-APAGAR
                       NOT AT END
                           MOVE APG-PEDIDO TO WRK-PEDIDO-BUSCA
                           PERFORM 0420-BUSCAR-EMBARQUE
                           IF EMBARQUE-ACHADO
                               AND TAB-EMB-TRANSP (IDX-EMB) =
                                   APG-TRANSPORTADORA
                               MOVE 'S' TO TAB-EMB-COBRADO (IDX-EMB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-APAGAR
           END-IF.

       0360-ABRIR-SAIDAS.
           OPEN EXTEND ARQ-APAGAR.
           IF WRK-FS-APAGAR = '35'
               OPEN OUTPUT ARQ-APAGAR
           END-IF.
           IF WRK-FS-APAGAR NOT = '00'
               DISPLAY 'ERRO AO ABRIR PAGTRANSP.DAT - FS='
                   WRK-FS-APAGAR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND ARQ-DISPUTAS.
           IF WRK-FS-DISPUTAS = '35'
               OPEN OUTPUT ARQ-DISPUTAS
           END-IF.
           IF WRK-FS-DISPUTAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR DISPUTAS.DAT - FS='
                   WRK-FS-DISPUTAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING 'AUDFRETE.D'  DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
                  '.RPT'        DELIMITED BY SIZE
               INTO WRK-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ' WRK-NOME-RELATORIO ' - FS='
                   WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'AUDITA-FRETE'     TO WRK-CAT-RELATORIO.
           MOVE WRK-DATA-HOJE      TO WRK-CAT-DATA.
           MOVE WRK-NOME-RELATORIO TO WRK-CAT-ARQUIVO.
           MOVE 'P'                TO WRK-CAT-SITUACAO.
           PERFORM 9650-GRAVAR-CATALOGO.

           MOVE 'COBRANCAS DE TRANSPORTADORAS CONTESTADAS'
               TO WRK-IMP-TITULO.
           MOVE 'AUDITA-FRETE' TO WRK-IMP-PROGRAMA.
           MOVE WRK-DATA-HOJE TO WRK-IMP-DATA.
           MOVE ZEROS TO WRK-IMP-PAGINA.
           MOVE 99 TO WRK-IMP-LINHA.

       0400-CONFERIR-COBRANCAS.
           PERFORM UNTIL FIM-COBRANCAS
               READ ARQ-COBRANCAS
                   AT END
                       MOVE 'S' TO WRK-EOF-COBRANCAS
                   NOT AT END
                       ADD 1 TO WRK-CTL-LIDOS
                       PERFORM 0410-CONFERIR-LINHA
               END-READ
           END-PERFORM.

      * A PRIMEIRA REGRA QUE FALHAR DA O MOTIVO. SEM EMBARQUE, DE
      * OUTRA TRANSPORTADORA, DUPLICADA OU FORA DO ROMANEIO, A LINHA
      * INTEIRA ESTA EM DISCUSSAO; ACIMA DO VALOR DE REFERENCIA, SO
      * O EXCESSO
       0410-CONFERIR-LINHA.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS TO WRK-CONTESTADO.
           MOVE CBT-PEDIDO TO WRK-PEDIDO-BUSCA.
           PERFORM 0420-BUSCAR-EMBARQUE.
           IF EMBARQUE-ACHADO
               PERFORM 0430-CONFERIR-ROMANEIO
           END-IF.

           EVALUATE TRUE
               WHEN NOT EMBARQUE-ACHADO
                   MOVE 'EMBARQUE NAO ENCONTRADO' TO WRK-MOTIVO
                   MOVE CBT-VALOR TO WRK-CONTESTADO
               WHEN TAB-EMB-TRANSP (IDX-EMB) NOT = CBT-TRANSPORTADORA
                   MOVE 'EMBARQUE DE OUTRA TRANSPORT.' TO WRK-MOTIVO
                   MOVE CBT-VALOR TO WRK-CONTESTADO
               WHEN TAB-EMB-COBRADO (IDX-EMB) = 'S'
                   MOVE 'COBRANCA EM DUPLICIDADE' TO WRK-MOTIVO
                   MOVE CBT-VALOR TO WRK-CONTESTADO
               WHEN ROMANEIO-DIVERGENTE
                   MOVE 'PEDIDO FORA DO ROMANEIO' TO WRK-MOTIVO
                   MOVE CBT-VALOR TO WRK-CONTESTADO
               WHEN CBT-VALOR > WRK-VALOR-REF + WRK-TOLERANCIA
                   EVALUATE TRUE
                       WHEN CBT-PESO > WRK-PESO-REF
                           MOVE 'PESO E VALOR ACIMA DO EMBARQUE'
                               TO WRK-MOTIVO
                       WHEN CUSTO-PREVISTO
                           MOVE 'VALOR ACIMA DO CUSTO PREVISTO'
                               TO WRK-MOTIVO
                       WHEN OTHER
                           MOVE 'VALOR ACIMA DO FRETE'
                               TO WRK-MOTIVO
                   END-EVALUATE
                   COMPUTE WRK-CONTESTADO =
                       CBT-VALOR - WRK-VALOR-REF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * O EMBARQUE FICA COBRADO PELA SUA TRANSPORTADORA MESMO QUANDO
      * A LINHA E CONTESTADA: UMA SEGUNDA LINHA DELE NA MESMA RODADA
      * E DUPLICIDADE
           IF EMBARQUE-ACHADO
               AND TAB-EMB-TRANSP (IDX-EMB) = CBT-TRANSPORTADORA
               MOVE 'S' TO TAB-EMB-COBRADO (IDX-EMB)
           END-IF.

           IF WRK-MOTIVO = SPACES
               PERFORM 0440-APROVAR-LINHA
           ELSE
               PERFORM 0450-CONTESTAR-LINHA
           END-IF.

       0420-BUSCAR-EMBARQUE.
           MOVE 'N' TO WRK-FLAG-EMBARQUE.
           SET IDX-EMB TO 1.
           SEARCH TAB-EMB-ITEM
               AT END
                   CONTINUE
               WHEN IDX-EMB > WRK-QTD-EMBARQUES
                   CONTINUE
               WHEN TAB-EMB-NUMERO (IDX-EMB) = WRK-PEDIDO-BUSCA
                   SET EMBARQUE-ACHADO TO TRUE
           END-SEARCH.

      * O ROMANEIO COBRADO TEM DE SER O DO EMBARQUE, QUANDO A
      * EXPEDICAO O INFORMOU; E, SE A CARGA ESTA NO ROMANEIO.DAT, O
      * PEDIDO TEM DE ESTAR NELA. O PESO DE REFERENCIA E O DO ITEM DA
      * CARGA, OU O DO EMBARQUE QUANDO A CARGA NAO ESTA NO ARQUIVO. O
      * VALOR DE REFERENCIA E O CUSTO PREVISTO DO ITEM QUANDO A CARGA
      * SAIU COM TRANSPORTADORA ESCOLHIDA PELA TABELA; SEM ELE, O
      * FRETE REGISTRADO NO EMBARQUE
       0430-CONFERIR-ROMANEIO.
           MOVE 'N' TO WRK-FLAG-ROMANEIO.
           MOVE 'N' TO WRK-FLAG-CARGA.
           MOVE 'N' TO WRK-FLAG-PREVISTO.
           MOVE TAB-EMB-PESO (IDX-EMB) TO WRK-PESO-REF.
           MOVE TAB-EMB-FRETE (IDX-EMB) TO WRK-VALOR-REF.
           IF TAB-EMB-ROMANEIO (IDX-EMB) NOT = ZEROS
               AND TAB-EMB-ROMANEIO (IDX-EMB) NOT = CBT-ROMANEIO
               SET ROMANEIO-DIVERGENTE TO TRUE
           END-IF.
           PERFORM VARYING WRK-IDX-ROM FROM 1 BY 1
                   UNTIL WRK-IDX-ROM > WRK-QTD-ROMANEIOS
               IF TAB-ROM-NUMERO (WRK-IDX-ROM) = CBT-ROMANEIO
                   SET PEDIDO-FORA-DA-CARGA TO TRUE
                   IF TAB-ROM-PEDIDO (WRK-IDX-ROM) = CBT-PEDIDO
                       MOVE TAB-ROM-PESO (WRK-IDX-ROM) TO WRK-PESO-REF
                       IF TAB-ROM-CUSTO (WRK-IDX-ROM) > ZEROS
                           MOVE TAB-ROM-CUSTO (WRK-IDX-ROM)
                               TO WRK-VALOR-REF
                           SET CUSTO-PREVISTO TO TRUE
                       END-IF
                       MOVE 'N' TO WRK-FLAG-CARGA
                       MOVE WRK-QTD-ROMANEIOS TO WRK-IDX-ROM
                   END-IF
               END-IF
           END-PERFORM.
           IF PEDIDO-FORA-DA-CARGA
               SET ROMANEIO-DIVERGENTE TO TRUE
           END-IF.

       0440-APROVAR-LINHA.
           MOVE CBT-TRANSPORTADORA TO APG-TRANSPORTADORA.
           MOVE CBT-DOCUMENTO      TO APG-DOCUMENTO.
           MOVE CBT-EMISSAO        TO APG-EMISSAO.
           MOVE CBT-PEDIDO         TO APG-PEDIDO.
           MOVE CBT-ROMANEIO       TO APG-ROMANEIO.
           MOVE CBT-VALOR          TO APG-VALOR.
           MOVE WRK-DATA-HOJE      TO APG-DATA.
           MOVE 'A'                TO APG-SITUACAO.
           WRITE REG-APAGAR.
           ADD 1 TO WRK-CTL-PROCESSADOS.
           ADD 1 TO WRK-CONT-APROVADAS.
           ADD CBT-VALOR TO WRK-TOT-APROVADO.

       0450-CONTESTAR-LINHA.
           MOVE CBT-TRANSPORTADORA TO DSP-TRANSPORTADORA.
           MOVE CBT-DOCUMENTO      TO DSP-DOCUMENTO.
           MOVE CBT-EMISSAO        TO DSP-EMISSAO.
           MOVE CBT-PEDIDO         TO DSP-PEDIDO.
           MOVE CBT-ROMANEIO       TO DSP-ROMANEIO.
           MOVE CBT-VALOR          TO DSP-VALOR.
           MOVE WRK-CONTESTADO     TO DSP-CONTESTADO.
           MOVE WRK-MOTIVO         TO DSP-MOTIVO.
           MOVE WRK-DATA-HOJE      TO DSP-DATA.
           MOVE 'A'                TO DSP-SITUACAO.
           WRITE REG-DISPUTA.
           ADD 1 TO WRK-CTL-REJEITADOS.
           ADD 1 TO WRK-CONT-CONTESTADAS.
           ADD CBT-VALOR TO WRK-TOT-COBRADO.
           ADD WRK-CONTESTADO TO WRK-TOT-CONTESTADO.

           MOVE CBT-TRANSPORTADORA TO SRT-TRANSPORTADORA.
           MOVE CBT-DOCUMENTO      TO SRT-DOCUMENTO.
           MOVE CBT-EMISSAO        TO SRT-EMISSAO.
           MOVE CBT-PEDIDO         TO SRT-PEDIDO.
           MOVE CBT-ROMANEIO       TO SRT-ROMANEIO.
           MOVE CBT-VALOR          TO SRT-VALOR.
           MOVE WRK-CONTESTADO     TO SRT-CONTESTADO.
           MOVE WRK-MOTIVO         TO SRT-MOTIVO.
           RELEASE REG-CLASSIF.

      * SAIDA DO SORT: UM BLOCO POR TRANSPORTADORA, COM O TOTAL
      * COBRADO E O TOTAL EM DISCUSSAO - E A LISTA QUE VAI PARA O
      * CONTATO COMERCIAL DE CADA UMA
       0600-IMPRIMIR-DISPUTAS.
           PERFORM UNTIL FIM-CLASSIF
               RETURN ARQ-CLASSIF
                   AT END
                       MOVE 'S' TO WRK-EOF-CLASSIF
                   NOT AT END
                       PERFORM 0610-IMPRIMIR-DISPUTA
               END-RETURN
           END-PERFORM.
           IF WRK-TRANSP-ATUAL = SPACES
               MOVE SPACES TO WRK-IMP-AREA
               STRING 'NENHUMA COBRANCA CONTESTADA NESTA RODADA'
                   DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
               PERFORM 9800-IMPRIMIR-LINHA
           ELSE
               PERFORM 0630-FECHAR-TRANSPORTADORA
           END-IF.

       0610-IMPRIMIR-DISPUTA.
           IF SRT-TRANSPORTADORA NOT = WRK-TRANSP-ATUAL
               IF WRK-TRANSP-ATUAL NOT = SPACES
                   PERFORM 0630-FECHAR-TRANSPORTADORA
               END-IF
               PERFORM 0620-ABRIR-TRANSPORTADORA
           END-IF.
           MOVE SRT-DOCUMENTO  TO WRK-LD-DOCUMENTO.
           MOVE SRT-EMISSAO    TO WRK-LD-EMISSAO.
           MOVE SRT-PEDIDO     TO WRK-LD-PEDIDO.
           MOVE SRT-ROMANEIO   TO WRK-LD-ROMANEIO.
           MOVE SRT-VALOR      TO WRK-LD-VALOR.
           MOVE SRT-CONTESTADO TO WRK-LD-CONTESTADO.
           MOVE SRT-MOTIVO     TO WRK-LD-MOTIVO.
           MOVE WRK-LINHA-DISPUTA TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           ADD 1 TO WRK-SUB-QTD.
           ADD SRT-VALOR TO WRK-SUB-COBRADO.
           ADD SRT-CONTESTADO TO WRK-SUB-CONTESTADO.

       0620-ABRIR-TRANSPORTADORA.
           MOVE SRT-TRANSPORTADORA TO WRK-TRANSP-ATUAL.
           MOVE ZEROS TO WRK-SUB-QTD.
           MOVE ZEROS TO WRK-SUB-COBRADO.
           MOVE ZEROS TO WRK-SUB-CONTESTADO.
           MOVE 'NAO CADASTRADA' TO WRK-NOME-TRANSP.
           SET IDX-TSP TO 1.
           SEARCH TAB-TSP-ITEM
               AT END
                   CONTINUE
               WHEN IDX-TSP > WRK-QTD-TRANSP
                   CONTINUE
               WHEN TAB-TSP-CODIGO (IDX-TSP) = WRK-TRANSP-ATUAL
                   MOVE TAB-TSP-NOME (IDX-TSP) TO WRK-NOME-TRANSP
           END-SEARCH.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'TRANSPORTADORA ' DELIMITED BY SIZE
                  WRK-TRANSP-ATUAL  DELIMITED BY SIZE
                  ' - '             DELIMITED BY SIZE
                  WRK-NOME-TRANSP   DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

       0630-FECHAR-TRANSPORTADORA.
           MOVE WRK-SUB-QTD TO WRK-CONT-ED.
           MOVE WRK-SUB-COBRADO TO WRK-VALOR-ED.
           MOVE WRK-SUB-CONTESTADO TO WRK-VALOR2-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING '  TOTAL ' DELIMITED BY SIZE
                  WRK-TRANSP-ATUAL DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
                  ' LINHAS  COBRADO R$' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  '  EM CONTESTACAO R$' DELIMITED BY SIZE
                  WRK-VALOR2-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

       0700-IMPRIMIR-RESUMO.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING '----------------------------------' DELIMITED BY
               SIZE INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

           MOVE WRK-CTL-LIDOS TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'LINHAS DE COBRANCA AUDITADAS: ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

           MOVE WRK-CONT-APROVADAS TO WRK-CONT-ED.
           MOVE WRK-TOT-APROVADO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'APROVADAS PARA PAGAMENTO....: ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
                  '  R$' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

           MOVE WRK-CONT-CONTESTADAS TO WRK-CONT-ED.
           MOVE WRK-TOT-COBRADO TO WRK-VALOR-ED.
           MOVE WRK-TOT-CONTESTADO TO WRK-VALOR2-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'CONTESTADAS.................: ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
                  '  COBRADO R$' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  '  EM CONTESTACAO R$' DELIMITED BY SIZE
                  WRK-VALOR2-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

      * QUADRO DE IMPRESSAO PADRAO DA AUDITORIA (IMPRESSO.CPY):
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

           COPY VERTRAVA.

           COPY GRAVALOG.

           COPY GRAVACAT.
