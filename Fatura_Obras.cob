       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATURA-OBRAS.
      ***************************
      * Área de comentários
      * OBJETIVO: FATURAR AO CLIENTE O ORCAMENTO APROVADO DAS OBRAS DO
      * LEVANTAMENTO (IMOVEIS.DAT) EM DUAS PARCELAS: O SINAL, QUANDO A
      * OBRA CHEGA AO ESTAGIO A (APROVADO), E O SALDO, QUANDO CHEGA AO
      * ESTAGIO E (EXECUTADO) - A OBRA SO PASSA A F (FECHADO) NO
      * MANUTENCAO-IMOVEIS DEPOIS DE QUITADA A FATURA FINAL. O VALOR
      * VEM DO ORCAMENTO DA OBRA GRAVADO PELO CALC-AREA (ORCOBRA.DAT)
      * E O PERCENTUAL DO SINAL DO FATOBPAR.DAT (AUSENTE = 30%). CADA
      * FATURA RECEBE NUMERO PROPRIO, SAI IMPRESSA EM PAGINA PROPRIA
      * NO FATOBRA.DYYYYMMDD.RPT (ANOTADO NO RELCAT.DAT) E FICA NO
      * CONTAS A RECEBER DAS OBRAS (FATOBRAS.DAT). O MODO P BAIXA OS
      * PAGAMENTOS (TRILHA EM PAGOBRAS.DAT), O MODO R IMPRIME O
      * ENVELHECIMENTO POR CLIENTE EM CONTASOBR.RPT, NO MESMO FORMATO
      * DO CONTASREC.RPT, E O MODO L LISTA AS FATURAS EM ABERTO.
      * EMISSAO E BAIXA RESPEITAM A TRAVA DO LOTE E O MES FECHADO
      * PELO FECHA-PERIODO
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-IMOVEIS ASSIGN TO 'IMOVEIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-IMOVEIS.

      * ORCAMENTO POR OBRA E MATERIAL, GRAVADO PELO CALC-AREA; O
      * VALOR ORCADO DA OBRA E A SOMA DOS MATERIAIS
           SELECT ARQ-ORCOBRA ASSIGN TO 'ORCOBRA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORCOBRA.

      * CONTAS A RECEBER DAS OBRAS: CARREGADO EM TABELA E REGRAVADO
      * INTEIRO NA EMISSAO E NA BAIXA, COMO O CADASTRO DE IMOVEIS
           SELECT ARQ-FATOBRAS ASSIGN TO 'FATOBRAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FATOBRAS.

      * PERCENTUAL DO SINAL COBRADO NA APROVACAO DA OBRA
           SELECT ARQ-FATOBPAR ASSIGN TO 'FATOBPAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FATOBPAR.

      * TRILHA DOS PAGAMENTOS DIGITADOS, UM REGISTRO POR BAIXA
           SELECT ARQ-PAGOBRAS ASSIGN TO 'PAGOBRAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAGOBRAS.

      * AS FATURAS EMITIDAS SAEM COMO GERACAO DATADA
      * (FATOBRA.DYYYYMMDD.RPT); O ENVELHECIMENTO SAI EM CONTASOBR.RPT
           SELECT ARQ-RELATORIO ASSIGN TO DYNAMIC WRK-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

           SELECT ARQ-CATALOGO ASSIGN TO 'RELCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CATALOGO.

           SELECT ARQ-RUNLOG ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

      * TRAVA DA JANELA DE LOTE: COM O MARCADOR DE LOTELOCK.DAT
      * ATIVO, A EMISSAO E A BAIXA NAO REGRAVAM O FATOBRAS.DAT
           SELECT ARQ-TRAVA ASSIGN TO 'LOTELOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRAVA.

      * FECHAMENTO CONTABIL (FECHA-PERIODO): FATURA OU PAGAMENTO
      * DATADO EM MES JA FECHADO E RECUSADO
           SELECT ARQ-PERIODOS ASSIGN TO 'PERIODOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODOS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-IMOVEIS
           RECORDING MODE IS F.
       01  REG-IMOVEL.
           05 IMO-CODIGO        PIC X(06).
           05 IMO-DESCRICAO     PIC X(30).
           05 IMO-CLIENTE       PIC X(20).
           05 IMO-SITUACAO      PIC X(01).

       FD  ARQ-ORCOBRA
           RECORDING MODE IS F.
       01  REG-ORCOBRA.
           05 OOB-IMOVEL        PIC X(06).
           05 OOB-MATERIAL      PIC X(04).
           05 OOB-QTD           PIC 9(08)V99.
           05 OOB-VALOR         PIC 9(11)V99.
           05 OOB-DATA          PIC 9(08).

      * TIPO DA FATURA: S=SINAL DA APROVACAO, F=SALDO FINAL DA OBRA.
      * SITUACAO: A=EM ABERTO, P=PAGA. O VALOR ORCADO FICA NA FATURA
      * COMO ESTAVA NA EMISSAO
       FD  ARQ-FATOBRAS
           RECORDING MODE IS F.
       01  REG-FATOBRA.
           05 FOB-NUMERO        PIC 9(06).
           05 FOB-IMOVEL        PIC X(06).
           05 FOB-CLIENTE       PIC X(20).
           05 FOB-TIPO          PIC X(01).
           05 FOB-DATA          PIC 9(08).
           05 FOB-ORCADO        PIC 9(11)V99.
           05 FOB-VALOR         PIC 9(11)V99.
           05 FOB-SALDO         PIC 9(11)V99.
           05 FOB-SITUACAO      PIC X(01).
           05 FOB-DATA-PAG      PIC 9(08).

       FD  ARQ-FATOBPAR
           RECORDING MODE IS F.
       01  REG-FATOBPAR.
           05 FPR-SINAL-PCT     PIC 9(02)V99.

       FD  ARQ-PAGOBRAS
           RECORDING MODE IS F.
       01  REG-PAGOBRA.
           05 PGO-FATURA        PIC 9(06).
           05 PGO-IMOVEL        PIC X(06).
           05 PGO-DATA          PIC 9(08).
           05 PGO-VALOR         PIC 9(11)V99.
           05 PGO-SALDO         PIC 9(11)V99.

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

       FD  ARQ-PERIODOS
           RECORDING MODE IS F.
       01  REG-PERIODO        PIC X(35).

       WORKING-STORAGE SECTION.
       77 WRK-FS-IMOVEIS PIC X(02) VALUE ZEROS.
       77 WRK-FS-ORCOBRA PIC X(02) VALUE ZEROS.
       77 WRK-FS-FATOBRAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-FATOBPAR PIC X(02) VALUE ZEROS.
       77 WRK-FS-PAGOBRAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATALOGO PIC X(02) VALUE ZEROS.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WRK-FS-TRAVA PIC X(02) VALUE ZEROS.

       COPY TRAVALOTE.

       77 WRK-FS-PERIODOS PIC X(02) VALUE ZEROS.

       COPY PERIODO.

       COPY RUNLOG.

       COPY CATREL.

       COPY IMPRESSO.

       77 WRK-EOF-IMOVEIS PIC X(01) VALUE 'N'.
         88 FIM-IMOVEIS VALUE 'S'.
       77 WRK-EOF-ORCOBRA PIC X(01) VALUE 'N'.
         88 FIM-ORCOBRA VALUE 'S'.
       77 WRK-EOF-FATOBRAS PIC X(01) VALUE 'N'.
         88 FIM-FATOBRAS VALUE 'S'.

       77 WRK-MODO PIC X(01) VALUE SPACES.
         88 MODO-EMITIR    VALUE 'E'.
         88 MODO-PAGAMENTO VALUE 'P'.
         88 MODO-RELATORIO VALUE 'R'.
         88 MODO-LISTAR    VALUE 'L'.

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-HOJE-INT PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

      * CONTAS A RECEBER DAS OBRAS RETIDO EM TABELA; O NUMERO DA
      * PROXIMA FATURA E O MAIOR DO ARQUIVO MAIS UM
       77 WRK-QTD-FATURAS PIC 9(04) VALUE ZEROS.
       01 TAB-FATOBRAS.
           05 TAB-FOB-LINHA PIC X(89) OCCURS 500 TIMES.
       77 WRK-IDX-FOB PIC 9(04) VALUE ZEROS.
       77 WRK-ULT-NUMERO PIC 9(06) VALUE ZEROS.

       01 WRK-REG-FATOBRA.
           05 WRK-FOB-NUMERO    PIC 9(06).
           05 WRK-FOB-IMOVEL    PIC X(06).
           05 WRK-FOB-CLIENTE   PIC X(20).
           05 WRK-FOB-TIPO      PIC X(01).
             88 FATURA-SINAL VALUE 'S'.
             88 FATURA-FINAL VALUE 'F'.
           05 WRK-FOB-DATA      PIC 9(08).
           05 WRK-FOB-ORCADO    PIC 9(11)V99.
           05 WRK-FOB-VALOR     PIC 9(11)V99.
           05 WRK-FOB-SALDO     PIC 9(11)V99.
           05 WRK-FOB-SITUACAO  PIC X(01).
             88 FATURA-ABERTA VALUE 'A'.
             88 FATURA-PAGA   VALUE 'P'.
           05 WRK-FOB-DATA-PAG  PIC 9(08).

      * ORCAMENTO POR OBRA CARREGADO DO ORCOBRA.DAT
       77 WRK-QTD-ORC PIC 9(03) VALUE ZEROS.
       01 TAB-ORCOBRA.
           05 TAB-ORC-ITEM OCCURS 100 TIMES
                            INDEXED BY IDX-ORC.
               10 TAB-ORC-IMOVEL PIC X(06).
               10 TAB-ORC-VALOR  PIC 9(11)V99.

      * SITUACAO DE FATURAMENTO DA OBRA CORRENTE
       77 WRK-FLAG-SINAL PIC X(01) VALUE 'N'.
         88 TEM-SINAL VALUE 'S'.
       77 WRK-FLAG-FINAL PIC X(01) VALUE 'N'.
         88 TEM-FINAL VALUE 'S'.
       77 WRK-FLAG-ORCADO PIC X(01) VALUE 'N'.
         88 ORCAMENTO-ACHADO VALUE 'S'.
       77 WRK-FLAG-INCLUIDA PIC X(01) VALUE 'N'.
         88 FATURA-INCLUIDA VALUE 'S'.
       77 WRK-SINAL-PCT PIC 9(02)V99 VALUE 30,00.
       77 WRK-ORCADO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ORCADO-SINAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FATURADO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-FATURA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CONT-EMITIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-EMITIDO PIC 9(12)V99 VALUE ZEROS.

      * CAMPOS DA DIGITACAO DO PAGAMENTO, COMO NO RECEBE-PAGAMENTOS
       77 WRK-NUMERO-X PIC X(06) VALUE SPACES.
       77 WRK-NUMERO REDEFINES WRK-NUMERO-X PIC 9(06).
       77 WRK-VALOR-X PIC X(13) VALUE SPACES.
       77 WRK-VALOR REDEFINES WRK-VALOR-X PIC 9(11)V99.
       77 WRK-FLAG-CAMPO PIC X(01) VALUE 'N'.
         88 CAMPO-VALIDO VALUE 'S'.
       77 WRK-FLAG-ACHOU PIC X(01) VALUE 'N'.
         88 FATURA-ENCONTRADA VALUE 'S'.
       77 WRK-IDX-ACHADA PIC 9(04) VALUE ZEROS.

      * ENVELHECIMENTO POR CLIENTE: O SALDO DE CADA FATURA ABERTA CAI
      * NA FAIXA DA SUA IDADE (DIAS DESDE A EMISSAO)
       77 WRK-QTD-CLIENTES PIC 9(03) VALUE ZEROS.
       01 TAB-IDADE.
           05 TAB-IDA-ITEM OCCURS 200 TIMES
                            INDEXED BY IDX-IDA.
               10 TAB-IDA-CLIENTE PIC X(20).
               10 TAB-IDA-ATE30   PIC 9(11)V99.
               10 TAB-IDA-ATE60   PIC 9(11)V99.
               10 TAB-IDA-ATE90   PIC 9(11)V99.
               10 TAB-IDA-MAIS90  PIC 9(11)V99.
       77 WRK-IDX-IDA PIC 9(03) VALUE ZEROS.
       77 WRK-IDADE PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-ATE30 PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-ATE60 PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-ATE90 PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-MAIS90 PIC 9(12)V99 VALUE ZEROS.

       77 WRK-VALOR-ED PIC ZZ.ZZZ.ZZZ.ZZZ,ZZ VALUE ZEROS.
       77 WRK-VALOR2-ED PIC ZZ.ZZZ.ZZZ.ZZZ,ZZ VALUE ZEROS.
       77 WRK-PCT-ED PIC Z9,99 VALUE ZEROS.
       77 WRK-DATA-ED PIC 9(04)/99/99 VALUE ZEROS.
       77 WRK-CONT-ED PIC ZZZZ9 VALUE ZEROS.

      * LINHA DE VALOR DO CORPO DA FATURA
       01 WRK-LINHA-VALOR.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WRK-LV-ROTULO      PIC X(24).
           05 FILLER             PIC X(03) VALUE 'R$ '.
           05 WRK-LV-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(84) VALUE SPACES.

       01 WRK-LINHA-IDADE.
           05 WRK-LD-CLIENTE     PIC X(20).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-ATE30       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-ATE60       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-ATE90       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-MAIS90      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-IMOVEIS.
           MOVE 'N' TO WRK-EOF-ORCOBRA.
           MOVE 'N' TO WRK-EOF-FATOBRAS.
           MOVE ZEROS TO WRK-QTD-FATURAS.
           MOVE ZEROS TO WRK-ULT-NUMERO.
           MOVE ZEROS TO WRK-QTD-ORC.
           MOVE ZEROS TO WRK-CONT-EMITIDAS.
           MOVE ZEROS TO WRK-TOT-EMITIDO.
           MOVE ZEROS TO WRK-CTL-LIDOS.
           MOVE ZEROS TO WRK-CTL-PROCESSADOS.
           MOVE ZEROS TO WRK-CTL-REJEITADOS.
           MOVE ZEROS TO WRK-QTD-CLIENTES.
           MOVE ZEROS TO WRK-TOT-ATE30.
           MOVE ZEROS TO WRK-TOT-ATE60.
           MOVE ZEROS TO WRK-TOT-ATE90.
           MOVE ZEROS TO WRK-TOT-MAIS90.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.
           COMPUTE WRK-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).

           DISPLAY 'MODO (E=EMITIR FATURAS DAS OBRAS, P=DIGITAR '
               'PAGAMENTO,'
           DISPLAY '      R=RELATORIO DE IDADE, L=LISTAR FATURAS EM '
               'ABERTO)'
           ACCEPT WRK-MODO FROM CONSOLE.

      * A JANELA DO LOTE TRAVA A EMISSAO E A BAIXA, QUE REGRAVAM O
      * FATOBRAS.DAT; O RELATORIO E A LISTAGEM SEGUEM LIVRES
           IF MODO-EMITIR OR MODO-PAGAMENTO
               PERFORM 9550-CONFERIR-TRAVA
               IF TRAVA-ATIVA
                   DISPLAY 'JANELA DE LOTE EM USO POR '
                       WRK-TL-PROGRAMA ' DESDE ' WRK-TL-DATA
                       ' - FATURAMENTO RECUSADO'
                   GOBACK
               END-IF
      * FATURA E PAGAMENTO SAO DATADOS DE HOJE: COM O MES CORRENTE
      * JA FECHADO NA CONTABILIDADE, NADA E LANCADO
               PERFORM 9560-CARREGAR-PERIODO
               MOVE WRK-DATA-HOJE TO WRK-PF-DATA-DOC
               PERFORM 9565-CONFERIR-PERIODO
               IF PERIODO-FECHADO
                   DISPLAY 'MES ' WRK-PF-DOC-ANOMES ' JA FECHADO NA '
                       'CONTABILIDADE - LANCAMENTO RECUSADO'
                   GOBACK
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN MODO-EMITIR
                   PERFORM 0200-CARREGAR-FATURAS
                   PERFORM 0300-EMITIR-FATURAS
               WHEN MODO-PAGAMENTO
                   PERFORM 0200-CARREGAR-FATURAS
                   PERFORM 0400-RECEBER-PAGAMENTO
               WHEN MODO-RELATORIO
                   PERFORM 0200-CARREGAR-FATURAS
                   PERFORM 0500-RELATORIO-IDADE
               WHEN MODO-LISTAR
                   PERFORM 0200-CARREGAR-FATURAS
                   PERFORM 0600-LISTAR-ABERTAS
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO'
           END-EVALUATE.

           GOBACK.

      * CONTAS A RECEBER DAS OBRAS: AUSENTE COMECA VAZIO
       0200-CARREGAR-FATURAS.
           OPEN INPUT ARQ-FATOBRAS.
           IF WRK-FS-FATOBRAS NOT = '35'
               IF WRK-FS-FATOBRAS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR FATOBRAS.DAT - FS='
                       WRK-FS-FATOBRAS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL FIM-FATOBRAS
                   READ ARQ-FATOBRAS
                       AT END
                           MOVE 'S' TO WRK-EOF-FATOBRAS
                       NOT AT END
                           PERFORM 0210-GUARDAR-FATURA
                   END-READ
               END-PERFORM
               CLOSE ARQ-FATOBRAS
           END-IF.

       0210-GUARDAR-FATURA.
           IF WRK-QTD-FATURAS >= 500
               DISPLAY 'FATOBRAS.DAT MAIOR QUE A TABELA - ENCERRANDO'
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-FATOBRAS
               GOBACK
           END-IF.
           ADD 1 TO WRK-QTD-FATURAS.
           MOVE REG-FATOBRA TO TAB-FOB-LINHA (WRK-QTD-FATURAS).
           IF FOB-NUMERO > WRK-ULT-NUMERO
               MOVE FOB-NUMERO TO WRK-ULT-NUMERO
           END-IF.

      * EMISSAO: CADA OBRA APROVADA OU EXECUTADA SEM O SINAL RECEBE A
      * FATURA DO SINAL; A OBRA EXECUTADA SEM A FATURA FINAL RECEBE A
      * DO SALDO (ORCADO MENOS O JA FATURADO). A OBRA QUE PULOU O
      * ESTAGIO A RECEBE AS DUAS NA MESMA RODADA
       0300-EMITIR-FATURAS.
           PERFORM 0310-CARREGAR-ORCAMENTOS.
           PERFORM 0320-LER-PARAMETRO.

           OPEN INPUT ARQ-IMOVEIS.
           IF WRK-FS-IMOVEIS NOT = '00'
               DISPLAY 'ERRO AO ABRIR IMOVEIS.DAT - FS='
                   WRK-FS-IMOVEIS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0330-ABRIR-RELATORIO.

           PERFORM UNTIL FIM-IMOVEIS
               READ ARQ-IMOVEIS
                   AT END
                       MOVE 'S' TO WRK-EOF-IMOVEIS
                   NOT AT END
                       ADD 1 TO WRK-CTL-LIDOS
                       IF IMO-SITUACAO = 'A' OR IMO-SITUACAO = 'E'
                           PERFORM 0340-FATURAR-OBRA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-IMOVEIS.

           IF WRK-CONT-EMITIDAS = 0
               MOVE SPACES TO WRK-IMP-AREA
               MOVE 'NENHUMA FATURA DE OBRA A EMITIR' TO WRK-IMP-AREA
               PERFORM 9800-IMPRIMIR-LINHA
           ELSE
               PERFORM 0390-GRAVAR-FATURAS
           END-IF.
           PERFORM 9820-ENCERRAR-RELATORIO.
           CLOSE ARQ-RELATORIO.

           MOVE 'FATURA-OBRAS' TO WRK-RL-PROGRAMA.
           MOVE WRK-CONT-EMITIDAS TO WRK-CTL-PROCESSADOS.
           PERFORM 9700-GRAVAR-CONTROLE.

           MOVE WRK-CONT-EMITIDAS TO WRK-CONT-ED.
           MOVE WRK-TOT-EMITIDO TO WRK-VALOR-ED.
           DISPLAY 'FATURAS EMITIDAS: ' WRK-CONT-ED
               ' TOTAL R$' WRK-VALOR-ED.
           DISPLAY 'RELATORIO EM ' WRK-NOME-RELATORIO.

       0310-CARREGAR-ORCAMENTOS.
           OPEN INPUT ARQ-ORCOBRA.
           IF WRK-FS-ORCOBRA = '00'
               PERFORM UNTIL FIM-ORCOBRA
                   READ ARQ-ORCOBRA
                       AT END
                           MOVE 'S' TO WRK-EOF-ORCOBRA
                       NOT AT END
                           PERFORM 0315-SOMAR-ORCAMENTO
                   END-READ
               END-PERFORM
               CLOSE ARQ-ORCOBRA
           ELSE
               DISPLAY 'ORCOBRA.DAT AUSENTE - RODE O CALC-AREA ANTES '
                   'DE FATURAR'
           END-IF.

       0315-SOMAR-ORCAMENTO.
           SET IDX-ORC TO 1.
           SEARCH TAB-ORC-ITEM
               AT END
                   DISPLAY 'TABELA DE ORCAMENTOS CHEIA - OBRA '
                       OOB-IMOVEL ' IGNORADA'
               WHEN IDX-ORC > WRK-QTD-ORC
                   ADD 1 TO WRK-QTD-ORC
                   MOVE OOB-IMOVEL TO TAB-ORC-IMOVEL (IDX-ORC)
                   MOVE OOB-VALOR TO TAB-ORC-VALOR (IDX-ORC)
               WHEN TAB-ORC-IMOVEL (IDX-ORC) = OOB-IMOVEL
                   ADD OOB-VALOR TO TAB-ORC-VALOR (IDX-ORC)
           END-SEARCH.

      * AUSENTE OU ZERADO ASSUME 30% DE SINAL
       0320-LER-PARAMETRO.
           MOVE 30,00 TO WRK-SINAL-PCT.
           OPEN INPUT ARQ-FATOBPAR.
           IF WRK-FS-FATOBPAR = '00'
               READ ARQ-FATOBPAR
                   NOT AT END
                       IF FPR-SINAL-PCT NUMERIC
                           AND FPR-SINAL-PCT NOT = ZEROS
                           MOVE FPR-SINAL-PCT TO WRK-SINAL-PCT
                       END-IF
               END-READ
               CLOSE ARQ-FATOBPAR
           END-IF.

       0330-ABRIR-RELATORIO.
           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING 'FATOBRA.D'     DELIMITED BY SIZE
                  WRK-DATA-HOJE   DELIMITED BY SIZE
                  '.RPT'          DELIMITED BY SIZE
               INTO WRK-NOME-RELATORIO
           END-STRING.
           OPEN EXTEND ARQ-RELATORIO.
           IF WRK-FS-RELATORIO = '35'
               OPEN OUTPUT ARQ-RELATORIO
           END-IF.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ' WRK-NOME-RELATORIO ' - FS='
                   WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-IMOVEIS
               GOBACK
           END-IF.
           MOVE 'FATURA-OBRAS'     TO WRK-CAT-RELATORIO.
           MOVE WRK-DATA-HOJE      TO WRK-CAT-DATA.
           MOVE WRK-NOME-RELATORIO TO WRK-CAT-ARQUIVO.
           MOVE 'P'                TO WRK-CAT-SITUACAO.
           PERFORM 9650-GRAVAR-CATALOGO.

           MOVE 'FATURAS DE OBRA' TO WRK-IMP-TITULO.
           MOVE 'FATURA-OBRAS' TO WRK-IMP-PROGRAMA.
           MOVE WRK-DATA-HOJE TO WRK-IMP-DATA.
           MOVE ZEROS TO WRK-IMP-PAGINA.
           MOVE 99 TO WRK-IMP-LINHA.

       0340-FATURAR-OBRA.
           PERFORM 0345-APURAR-FATURAS-OBRA.
           IF NOT TEM-SINAL
               PERFORM 0350-EMITIR-SINAL
           END-IF.
           IF IMO-SITUACAO = 'E'
               AND TEM-SINAL
               AND NOT TEM-FINAL
               PERFORM 0360-EMITIR-FINAL
           END-IF.

      * FATURAS JA EMITIDAS PARA A OBRA E O TOTAL JA FATURADO
       0345-APURAR-FATURAS-OBRA.
           MOVE 'N' TO WRK-FLAG-SINAL.
           MOVE 'N' TO WRK-FLAG-FINAL.
           MOVE ZEROS TO WRK-FATURADO.
           MOVE ZEROS TO WRK-ORCADO-SINAL.
           PERFORM VARYING WRK-IDX-FOB FROM 1 BY 1
                   UNTIL WRK-IDX-FOB > WRK-QTD-FATURAS
               MOVE TAB-FOB-LINHA (WRK-IDX-FOB) TO WRK-REG-FATOBRA
               IF WRK-FOB-IMOVEL = IMO-CODIGO
                   ADD WRK-FOB-VALOR TO WRK-FATURADO
                   IF FATURA-SINAL
                       SET TEM-SINAL TO TRUE
                       MOVE WRK-FOB-ORCADO TO WRK-ORCADO-SINAL
                   END-IF
                   IF FATURA-FINAL
                       SET TEM-FINAL TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       0347-BUSCAR-ORCAMENTO.
           MOVE 'N' TO WRK-FLAG-ORCADO.
           MOVE ZEROS TO WRK-ORCADO.
           SET IDX-ORC TO 1.
           SEARCH TAB-ORC-ITEM
               AT END
                   CONTINUE
               WHEN IDX-ORC > WRK-QTD-ORC
                   CONTINUE
               WHEN TAB-ORC-IMOVEL (IDX-ORC) = IMO-CODIGO
                   IF TAB-ORC-VALOR (IDX-ORC) > ZEROS
                       SET ORCAMENTO-ACHADO TO TRUE
                       MOVE TAB-ORC-VALOR (IDX-ORC) TO WRK-ORCADO
                   END-IF
           END-SEARCH.

      * SINAL: PERCENTUAL DO FATOBPAR.DAT SOBRE O ORCADO. OBRA SEM
      * ORCAMENTO NO ORCOBRA.DAT FICA PARA A PROXIMA RODADA
       0350-EMITIR-SINAL.
           PERFORM 0347-BUSCAR-ORCAMENTO.
           IF NOT ORCAMENTO-ACHADO
               DISPLAY 'OBRA ' IMO-CODIGO ' SEM ORCAMENTO EM '
                   'ORCOBRA.DAT - SINAL NAO EMITIDO'
               ADD 1 TO WRK-CTL-REJEITADOS
           ELSE
               COMPUTE WRK-VALOR-FATURA ROUNDED =
                   WRK-ORCADO * WRK-SINAL-PCT / 100
               MOVE 'S' TO WRK-FOB-TIPO
               PERFORM 0370-INCLUIR-FATURA
               IF FATURA-INCLUIDA
                   SET TEM-SINAL TO TRUE
                   ADD WRK-VALOR-FATURA TO WRK-FATURADO
                   MOVE WRK-ORCADO TO WRK-ORCADO-SINAL
               END-IF
           END-IF.

      * SALDO FINAL: ORCADO VIGENTE (OU O DA FATURA DO SINAL, SE A
      * OBRA SAIU DO ORCOBRA.DAT) MENOS O QUE JA FOI FATURADO. SEM
      * SALDO A COBRAR, A FATURA FINAL SAI ZERADA E JA QUITADA, PARA
      * NAO PRENDER O FECHAMENTO DA OBRA
       0360-EMITIR-FINAL.
           PERFORM 0347-BUSCAR-ORCAMENTO.
           IF NOT ORCAMENTO-ACHADO
               MOVE WRK-ORCADO-SINAL TO WRK-ORCADO
           END-IF.
           IF WRK-ORCADO > WRK-FATURADO
               COMPUTE WRK-VALOR-FATURA = WRK-ORCADO - WRK-FATURADO
           ELSE
               MOVE ZEROS TO WRK-VALOR-FATURA
           END-IF.
           MOVE 'F' TO WRK-FOB-TIPO.
           PERFORM 0370-INCLUIR-FATURA.

      * NUMERA A FATURA, INCLUI NA TABELA E IMPRIME
       0370-INCLUIR-FATURA.
           MOVE 'N' TO WRK-FLAG-INCLUIDA.
           IF WRK-QTD-FATURAS >= 500
               DISPLAY 'TABELA DE FATURAS CHEIA - OBRA ' IMO-CODIGO
                   ' NAO FATURADA'
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WRK-CTL-REJEITADOS
           ELSE
               ADD 1 TO WRK-ULT-NUMERO
               MOVE WRK-ULT-NUMERO   TO WRK-FOB-NUMERO
               MOVE IMO-CODIGO       TO WRK-FOB-IMOVEL
               MOVE IMO-CLIENTE      TO WRK-FOB-CLIENTE
               MOVE WRK-DATA-HOJE    TO WRK-FOB-DATA
               MOVE WRK-ORCADO       TO WRK-FOB-ORCADO
               MOVE WRK-VALOR-FATURA TO WRK-FOB-VALOR
               MOVE WRK-VALOR-FATURA TO WRK-FOB-SALDO
               IF WRK-VALOR-FATURA = ZEROS
                   MOVE 'P' TO WRK-FOB-SITUACAO
                   MOVE WRK-DATA-HOJE TO WRK-FOB-DATA-PAG
               ELSE
                   MOVE 'A' TO WRK-FOB-SITUACAO
                   MOVE ZEROS TO WRK-FOB-DATA-PAG
               END-IF
               ADD 1 TO WRK-QTD-FATURAS
               MOVE WRK-REG-FATOBRA TO TAB-FOB-LINHA (WRK-QTD-FATURAS)
               SET FATURA-INCLUIDA TO TRUE
               ADD 1 TO WRK-CONT-EMITIDAS
               ADD WRK-VALOR-FATURA TO WRK-TOT-EMITIDO
               PERFORM 0380-IMPRIMIR-FATURA
               MOVE WRK-VALOR-FATURA TO WRK-VALOR-ED
               DISPLAY 'FATURA ' WRK-FOB-NUMERO ' OBRA ' IMO-CODIGO
                   ' TIPO ' WRK-FOB-TIPO ' R$' WRK-VALOR-ED
           END-IF.

      * CADA FATURA ABRE PAGINA PROPRIA
       0380-IMPRIMIR-FATURA.
           MOVE 99 TO WRK-IMP-LINHA.
           MOVE WRK-FOB-DATA TO WRK-DATA-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'FATURA DE OBRA NR. ' DELIMITED BY SIZE
                  WRK-FOB-NUMERO DELIMITED BY SIZE
                  '     EMISSAO: ' DELIMITED BY SIZE
                  WRK-DATA-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           STRING 'OBRA.....: ' DELIMITED BY SIZE
                  IMO-CODIGO DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  IMO-DESCRICAO DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'CLIENTE..: ' DELIMITED BY SIZE
                  IMO-CLIENTE DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           IF FATURA-SINAL
               MOVE WRK-SINAL-PCT TO WRK-PCT-ED
               STRING 'PARCELA..: SINAL DA APROVACAO (' DELIMITED BY
                      SIZE
                      WRK-PCT-ED DELIMITED BY SIZE
                      '% DO ORCAMENTO)' DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
           ELSE
               MOVE 'PARCELA..: SALDO FINAL DA OBRA EXECUTADA'
                   TO WRK-IMP-AREA
           END-IF.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

           MOVE 'VALOR ORCADO DA OBRA' TO WRK-LV-ROTULO.
           MOVE WRK-FOB-ORCADO TO WRK-LV-VALOR.
           MOVE WRK-LINHA-VALOR TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           IF FATURA-FINAL
               MOVE 'JA FATURADO NO SINAL' TO WRK-LV-ROTULO
               MOVE WRK-FATURADO TO WRK-LV-VALOR
               MOVE WRK-LINHA-VALOR TO WRK-IMP-AREA
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.
           MOVE 'VALOR DESTA FATURA' TO WRK-LV-ROTULO.
           MOVE WRK-FOB-VALOR TO WRK-LV-VALOR.
           MOVE WRK-LINHA-VALOR TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           IF FATURA-PAGA
               MOVE SPACES TO WRK-IMP-AREA
               PERFORM 9800-IMPRIMIR-LINHA
               MOVE 'NADA A COBRAR - ORCAMENTO JA FATURADO POR INTEIRO'
                   TO WRK-IMP-AREA
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.

      * A TRAVA E CONFERIDA DE NOVO NA GRAVACAO, COMO NAS DEMAIS
      * MANUTENCOES QUE REGRAVAM ARQUIVO INTEIRO
       0390-GRAVAR-FATURAS.
           PERFORM 9550-CONFERIR-TRAVA.
           IF TRAVA-ATIVA
               DISPLAY 'JANELA DE LOTE EM USO POR '
                   WRK-TL-PROGRAMA ' DESDE ' WRK-TL-DATA
                   ' - GRAVACAO RECUSADA, LANCAMENTO DESCARTADO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ARQ-FATOBRAS.
           IF WRK-FS-FATOBRAS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR FATOBRAS.DAT - FS='
                   WRK-FS-FATOBRAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WRK-IDX-FOB FROM 1 BY 1
                   UNTIL WRK-IDX-FOB > WRK-QTD-FATURAS
               WRITE REG-FATOBRA FROM TAB-FOB-LINHA (WRK-IDX-FOB)
           END-PERFORM.
           CLOSE ARQ-FATOBRAS.

      * BAIXA DO PAGAMENTO CONTRA UMA FATURA DE OBRA: O VALOR NAO
      * PASSA DO SALDO DA FATURA E A FATURA ZERADA FICA PAGA
       0400-RECEBER-PAGAMENTO.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'NUMERO DA FATURA DE OBRA (6 DIGITOS)'
               ACCEPT WRK-NUMERO-X FROM CONSOLE
               IF WRK-NUMERO-X NUMERIC
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'NUMERO INVALIDO'
               END-IF
           END-PERFORM.

           PERFORM 0410-BUSCAR-FATURA.
           IF NOT FATURA-ENCONTRADA
               DISPLAY 'FATURA DE OBRA ' WRK-NUMERO ' NAO ENCONTRADA'
           ELSE
               IF NOT FATURA-ABERTA
                   DISPLAY 'FATURA DE OBRA ' WRK-NUMERO ' JA PAGA'
               ELSE
                   PERFORM 0420-DIGITAR-VALOR
               END-IF
           END-IF.

       0410-BUSCAR-FATURA.
           MOVE 'N' TO WRK-FLAG-ACHOU.
           PERFORM VARYING WRK-IDX-FOB FROM 1 BY 1
                   UNTIL WRK-IDX-FOB > WRK-QTD-FATURAS
                      OR FATURA-ENCONTRADA
               MOVE TAB-FOB-LINHA (WRK-IDX-FOB) TO WRK-REG-FATOBRA
               IF WRK-FOB-NUMERO = WRK-NUMERO
                   SET FATURA-ENCONTRADA TO TRUE
                   MOVE WRK-IDX-FOB TO WRK-IDX-ACHADA
               END-IF
           END-PERFORM.

       0420-DIGITAR-VALOR.
           MOVE WRK-FOB-SALDO TO WRK-VALOR-ED.
           DISPLAY 'OBRA ' WRK-FOB-IMOVEL ' CLIENTE ' WRK-FOB-CLIENTE.
           DISPLAY 'SALDO EM ABERTO: R$' WRK-VALOR-ED.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'VALOR PAGO (13 DIGITOS, 2 DECIMAIS IMPLICITOS)'
               ACCEPT WRK-VALOR-X FROM CONSOLE
               IF WRK-VALOR-X NUMERIC
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'VALOR INVALIDO - SO DIGITOS'
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WRK-VALOR = ZEROS
                   DISPLAY 'VALOR ZERADO - NADA BAIXADO'
               WHEN WRK-VALOR > WRK-FOB-SALDO
                   DISPLAY 'VALOR MAIOR QUE O SALDO DA FATURA - '
                       'NADA BAIXADO'
               WHEN OTHER
                   PERFORM 0430-BAIXAR-FATURA
           END-EVALUATE.

       0430-BAIXAR-FATURA.
           SUBTRACT WRK-VALOR FROM WRK-FOB-SALDO.
           IF WRK-FOB-SALDO = ZEROS
               MOVE 'P' TO WRK-FOB-SITUACAO
               MOVE WRK-DATA-HOJE TO WRK-FOB-DATA-PAG
           END-IF.
           MOVE WRK-REG-FATOBRA TO TAB-FOB-LINHA (WRK-IDX-ACHADA).
           PERFORM 0390-GRAVAR-FATURAS.
           PERFORM 0440-GRAVAR-PAGAMENTO.
           MOVE WRK-VALOR TO WRK-VALOR-ED.
           DISPLAY 'FATURA ' WRK-FOB-NUMERO ' ABATIDA EM R$'
               WRK-VALOR-ED.
           IF FATURA-PAGA
               DISPLAY 'FATURA ' WRK-FOB-NUMERO ' LIQUIDADA'
           END-IF.

       0440-GRAVAR-PAGAMENTO.
           OPEN EXTEND ARQ-PAGOBRAS.
           IF WRK-FS-PAGOBRAS = '35'
               OPEN OUTPUT ARQ-PAGOBRAS
           END-IF.
           IF WRK-FS-PAGOBRAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR PAGOBRAS.DAT - FS='
                   WRK-FS-PAGOBRAS
           ELSE
               MOVE WRK-FOB-NUMERO TO PGO-FATURA
               MOVE WRK-FOB-IMOVEL TO PGO-IMOVEL
               MOVE WRK-DATA-HOJE  TO PGO-DATA
               MOVE WRK-VALOR      TO PGO-VALOR
               MOVE WRK-FOB-SALDO  TO PGO-SALDO
               WRITE REG-PAGOBRA
               CLOSE ARQ-PAGOBRAS
           END-IF.

      * ENVELHECIMENTO DAS FATURAS DE OBRA EM ABERTO POR CLIENTE, NO
      * MESMO CORTE DE FAIXAS DO CONTASREC.RPT
       0500-RELATORIO-IDADE.
           PERFORM VARYING WRK-IDX-FOB FROM 1 BY 1
                   UNTIL WRK-IDX-FOB > WRK-QTD-FATURAS
               MOVE TAB-FOB-LINHA (WRK-IDX-FOB) TO WRK-REG-FATOBRA
               IF FATURA-ABERTA
                   AND WRK-FOB-SALDO > ZEROS
                   PERFORM 0510-ACUMULAR-FAIXA
               END-IF
           END-PERFORM.
           PERFORM 0520-GRAVAR-RELATORIO.

       0510-ACUMULAR-FAIXA.
           IF WRK-FOB-DATA = ZEROS
               OR WRK-FOB-DATA > WRK-DATA-HOJE
               MOVE 99999 TO WRK-IDADE
           ELSE
               COMPUTE WRK-IDADE = WRK-HOJE-INT -
                   FUNCTION INTEGER-OF-DATE (WRK-FOB-DATA)
           END-IF.

           SET IDX-IDA TO 1.
           SEARCH TAB-IDA-ITEM
               AT END
                   PERFORM 0515-CRIAR-CLIENTE-IDADE
               WHEN IDX-IDA > WRK-QTD-CLIENTES
                   PERFORM 0515-CRIAR-CLIENTE-IDADE
               WHEN TAB-IDA-CLIENTE (IDX-IDA) = WRK-FOB-CLIENTE
                   PERFORM 0518-SOMAR-FAIXA
           END-SEARCH.

       0515-CRIAR-CLIENTE-IDADE.
           IF WRK-QTD-CLIENTES < 200
               ADD 1 TO WRK-QTD-CLIENTES
               SET IDX-IDA TO WRK-QTD-CLIENTES
               MOVE WRK-FOB-CLIENTE TO TAB-IDA-CLIENTE (IDX-IDA)
               MOVE ZEROS TO TAB-IDA-ATE30 (IDX-IDA)
               MOVE ZEROS TO TAB-IDA-ATE60 (IDX-IDA)
               MOVE ZEROS TO TAB-IDA-ATE90 (IDX-IDA)
               MOVE ZEROS TO TAB-IDA-MAIS90 (IDX-IDA)
               PERFORM 0518-SOMAR-FAIXA
           ELSE
               DISPLAY 'TABELA DE CLIENTES CHEIA - FATURA IGNORADA '
                   WRK-FOB-NUMERO
           END-IF.

       0518-SOMAR-FAIXA.
           EVALUATE TRUE
               WHEN WRK-IDADE <= 30
                   ADD WRK-FOB-SALDO TO TAB-IDA-ATE30 (IDX-IDA)
                   ADD WRK-FOB-SALDO TO WRK-TOT-ATE30
               WHEN WRK-IDADE <= 60
                   ADD WRK-FOB-SALDO TO TAB-IDA-ATE60 (IDX-IDA)
                   ADD WRK-FOB-SALDO TO WRK-TOT-ATE60
               WHEN WRK-IDADE <= 90
                   ADD WRK-FOB-SALDO TO TAB-IDA-ATE90 (IDX-IDA)
                   ADD WRK-FOB-SALDO TO WRK-TOT-ATE90
               WHEN OTHER
                   ADD WRK-FOB-SALDO TO TAB-IDA-MAIS90 (IDX-IDA)
                   ADD WRK-FOB-SALDO TO WRK-TOT-MAIS90
           END-EVALUATE.

       0520-GRAVAR-RELATORIO.
           MOVE 'CONTASOBR.RPT' TO WRK-NOME-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CONTASOBR.RPT - FS='
                   WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           STRING 'CONTAS A RECEBER DAS OBRAS POR IDADE EM '
                  DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           STRING 'CLIENTE                     ATE 30 DIAS'
                  '        31-60 DIAS        61-90 DIAS'
                  '       MAIS DE 90'
                  DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

           PERFORM VARYING WRK-IDX-IDA FROM 1 BY 1
                   UNTIL WRK-IDX-IDA > WRK-QTD-CLIENTES
               MOVE TAB-IDA-CLIENTE (WRK-IDX-IDA) TO WRK-LD-CLIENTE
               MOVE TAB-IDA-ATE30 (WRK-IDX-IDA)   TO WRK-LD-ATE30
               MOVE TAB-IDA-ATE60 (WRK-IDX-IDA)   TO WRK-LD-ATE60
               MOVE TAB-IDA-ATE90 (WRK-IDX-IDA)   TO WRK-LD-ATE90
               MOVE TAB-IDA-MAIS90 (WRK-IDX-IDA)  TO WRK-LD-MAIS90
               WRITE REG-RELATORIO FROM WRK-LINHA-IDADE
           END-PERFORM.

           IF WRK-QTD-CLIENTES = 0
               MOVE SPACES TO REG-RELATORIO
               STRING 'NENHUMA FATURA DE OBRA EM ABERTO'
                   DELIMITED BY SIZE
                   INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
           ELSE
               MOVE SPACES TO REG-RELATORIO
               STRING '----------------------------------'
                   DELIMITED BY SIZE INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
               MOVE 'TOTAIS' TO WRK-LD-CLIENTE
               MOVE WRK-TOT-ATE30  TO WRK-LD-ATE30
               MOVE WRK-TOT-ATE60  TO WRK-LD-ATE60
               MOVE WRK-TOT-ATE90  TO WRK-LD-ATE90
               MOVE WRK-TOT-MAIS90 TO WRK-LD-MAIS90
               WRITE REG-RELATORIO FROM WRK-LINHA-IDADE
           END-IF.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'RELATORIO GRAVADO EM CONTASOBR.RPT'.

       0600-LISTAR-ABERTAS.
           DISPLAY '-- FATURAS DE OBRA EM ABERTO --'.
           PERFORM VARYING WRK-IDX-FOB FROM 1 BY 1
                   UNTIL WRK-IDX-FOB > WRK-QTD-FATURAS
               MOVE TAB-FOB-LINHA (WRK-IDX-FOB) TO WRK-REG-FATOBRA
               IF FATURA-ABERTA
                   AND WRK-FOB-SALDO > ZEROS
                   MOVE WRK-FOB-VALOR TO WRK-VALOR-ED
                   MOVE WRK-FOB-SALDO TO WRK-VALOR2-ED
                   DISPLAY 'FATURA ' WRK-FOB-NUMERO
                       ' OBRA ' WRK-FOB-IMOVEL
                       ' TIPO ' WRK-FOB-TIPO
                       ' EMISSAO ' WRK-FOB-DATA
                       ' VALOR R$' WRK-VALOR-ED
                       ' SALDO R$' WRK-VALOR2-ED
               END-IF
           END-PERFORM.

      * QUADRO DE IMPRESSAO PADRAO (IMPRESSO.CPY); A FATURA NAO TEM
      * CABECALHO DE COLUNAS
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

           COPY VERTRAVA.

           COPY VERPERIODO.

           COPY GRAVALOG.

           COPY GRAVACAT.
