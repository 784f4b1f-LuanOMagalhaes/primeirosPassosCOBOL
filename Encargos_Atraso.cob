       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCARGOS-ATRASO.
      ***************************
      * Área de comentários
      * OBJETIVO: COBRAR MULTA E JUROS DE MORA DAS FATURAS EM ATRASO.
      * RODADA PERIODICA QUE, PARA CADA FATURA ABERTA DE FATURAS.DAT
      * VENCIDA (EMISSAO + PRAZO DO CARTAO DE PARAMETROS), CALCULA A
      * MULTA CONTRATUAL (UMA UNICA VEZ POR FATURA) E OS JUROS DIARIOS
      * CORRIDOS DESDE A ULTIMA COBRANCA, E EMITE UMA NOTA DE DEBITO
      * (FAT-TIPO D) LIGADA AO FAT-NUMERO DE ORIGEM, QUE ENVELHECE E
      * E BAIXADA COMO QUALQUER FATURA. TAXAS E PRAZO VEM DO CARTAO
      * ENCARGOPAR.DAT; CLIENTE COM CONTRATO VIGENTE MARCADO COMO
      * ISENTO EM CONTRATOS.DAT NAO E COBRADO. AS NOTAS EMITIDAS SAEM
      * NO RELATORIO ENCARGOS.DYYYYMMDD.RPT, ANOTADO NO RELCAT.DAT
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CADASTRO DE FATURAS INDEXADO: PERCORRIDO PELO NUMERO PARA A
      * APURACAO; AS NOTAS JA EMITIDAS PARA CADA FATURA SAO ACHADAS
      * PELA CHAVE ALTERNATIVA DO CLIENTE E AS NOVAS ENTRAM PELO
      * NUMERO. AS FATURAS DE ORIGEM NAO MUDAM
           SELECT ARQ-FATURAS ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-FATURAS.

      * CARTAO DE PARAMETROS DOS ENCARGOS (MULTA EM %, JUROS EM % AO
      * DIA E PRAZO DE VENCIMENTO EM DIAS), AJUSTAVEL SEM RECOMPILAR;
      * ARQUIVO AUSENTE OU CAMPO INVALIDO ASSUME OS PADROES
           SELECT ARQ-ENCARGOPAR ASSIGN TO 'ENCARGOPAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENCARGOPAR.

      * CONTRATOS POR CLIENTE (MANUTENCAO-TARIFAS): O CONTRATO
      * VIGENTE MARCADO COMO ISENTO DISPENSA O CLIENTE DOS ENCARGOS
           SELECT ARQ-CONTRATOS ASSIGN TO 'CONTRATOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WRK-FS-CONTRATOS.

      * AS NOTAS EMITIDAS SAEM COMO GERACAO DATADA
      * (ENCARGOS.DYYYYMMDD.RPT), ANOTADA NO CATALOGO RELCAT.DAT
           SELECT ARQ-RELATORIO ASSIGN TO DYNAMIC WRK-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

           SELECT ARQ-CATALOGO ASSIGN TO 'RELCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CATALOGO.

           SELECT ARQ-RUNLOG ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

      * TRAVA DA JANELA DE LOTE: A RODADA GRAVA NO FATURAS.DAT LIDO
      * PELA CHECAGEM DE CREDITO DO FRETE, COMO A BAIXA DE PAGAMENTOS
           SELECT ARQ-TRAVA ASSIGN TO 'LOTELOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRAVA.

      * FECHAMENTO CONTABIL (FECHA-PERIODO): LANCAMENTO DATADO EM MES
      * JA FECHADO E RECUSADO
           SELECT ARQ-PERIODOS ASSIGN TO 'PERIODOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODOS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FATURAS.
       01  REG-FATURA.
           05 FAT-NUMERO      PIC 9(06).
           05 FAT-CLIENTE     PIC X(06).
           05 FAT-DATA        PIC 9(08).
           05 FAT-VALOR       PIC 9(11)V99.
           05 FAT-SALDO       PIC 9(11)V99.
           05 FAT-SITUACAO    PIC X(01).
           05 FAT-TIPO        PIC X(01).
           05 FAT-ORIGEM      PIC 9(06).
           05 FAT-ICMS        PIC 9(09)V99.

       FD  ARQ-ENCARGOPAR
           RECORDING MODE IS F.
       01  REG-ENCARGOPAR.
           05 EPR-PCT-MULTA     PIC 9(02)V99.
           05 EPR-PCT-JUROS-DIA PIC 9(01)V9999.
           05 EPR-DIAS-PRAZO    PIC 9(03).

       FD  ARQ-CONTRATOS.
       01  REG-CONTRATO.
           05 CON-CHAVE.
               10 CON-CLIENTE     PIC X(06).
               10 CON-DATA-INI    PIC 9(08).
           05 CON-PCT-DESC        PIC 9(02)V99.
           05 CON-DATA-FIM        PIC 9(08).
           05 CON-ISENTO-ENCARGOS PIC X(01).

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
       77 WRK-FS-FATURAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-ENCARGOPAR PIC X(02) VALUE ZEROS.
       77 WRK-FS-CONTRATOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATALOGO PIC X(02) VALUE ZEROS.
       77 WRK-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRAVA PIC X(02) VALUE ZEROS.
       77 WRK-EOF-FATURAS PIC X(01) VALUE 'N'.
         88 FIM-FATURAS VALUE 'S'.
       77 WRK-EOF-NOTAS PIC X(01) VALUE 'N'.
         88 FIM-NOTAS VALUE 'S'.
       77 WRK-EOF-CONTRATOS PIC X(01) VALUE 'N'.
         88 FIM-CONTRATOS VALUE 'S'.

       COPY TRAVALOTE.

       77 WRK-FS-PERIODOS PIC X(02) VALUE ZEROS.

       COPY PERIODO.

       COPY RUNLOG.

       COPY CATREL.

       COPY IMPRESSO.

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

      * PARAMETROS EM VIGOR NA RODADA: MULTA DE 2% E JUROS DE 1% AO
      * MES (0,0333% AO DIA) SOBRE O SALDO, VENCIMENTO EM 30 DIAS DA
      * EMISSAO, QUANDO O CARTAO NAO DISSER OUTRA COISA
       77 WRK-PCT-MULTA PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PCT-JUROS-DIA PIC 9(01)V9999 VALUE ZEROS.
       77 WRK-DIAS-PRAZO PIC 9(03) VALUE ZEROS.

      * FATURA EM APURACAO, GUARDADA FORA DA AREA DO REGISTRO: A
      * BUSCA DAS NOTAS DELA E A GRAVACAO DA NOTA NOVA USAM A MESMA
      * AREA. A RODADA SO APURA O QUE EXISTIA NO INICIO (ATE
      * WRK-ULT-ORIGINAL); AS NOTAS NOVAS FICAM DEPOIS DELE
       01 WRK-FATURA-ATUAL.
           05 WRK-FA-NUMERO      PIC 9(06).
           05 WRK-FA-CLIENTE     PIC X(06).
           05 WRK-FA-DATA        PIC 9(08).
           05 WRK-FA-VALOR       PIC 9(11)V99.
           05 WRK-FA-SALDO       PIC 9(11)V99.
           05 WRK-FA-SITUACAO    PIC X(01).
           05 WRK-FA-TIPO        PIC X(01).
           05 WRK-FA-ORIGEM      PIC 9(06).
           05 WRK-FA-ICMS        PIC 9(09)V99.
       77 WRK-ULT-ORIGINAL PIC 9(06) VALUE ZEROS.
       77 WRK-PROX-FATURA PIC 9(06) VALUE ZEROS.

      * CLIENTES ISENTOS: CONTRATO VIGENTE HOJE COM A MARCA DE
      * ISENCAO DE ENCARGOS
       77 WRK-QTD-ISENTOS PIC 9(03) VALUE ZEROS.
       01 TAB-ISENTOS.
           05 TAB-ISE-ITEM OCCURS 100 TIMES
                            INDEXED BY IDX-ISE.
               10 TAB-ISE-CLIENTE PIC X(06).
       77 WRK-FLAG-ISENTO PIC X(01) VALUE 'N'.
         88 CLIENTE-ISENTO VALUE 'S'.

      * APURACAO DE CADA FATURA VENCIDA. OS JUROS CORREM DO
      * VENCIMENTO OU DA ULTIMA NOTA DE DEBITO DA FATURA, O QUE FOR
      * MAIS RECENTE; A MULTA SO ENTRA NA PRIMEIRA NOTA
       77 WRK-DIA-HOJE PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-VENCIMENTO PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-INICIO PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-ULT-NOTA PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-VENCIMENTO PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-ATRASO PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-JUROS PIC 9(05) VALUE ZEROS.
       77 WRK-FLAG-MULTA PIC X(01) VALUE 'N'.
         88 MULTA-JA-COBRADA VALUE 'S'.
       77 WRK-MULTA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-JUROS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-NOTA PIC 9(11)V99 VALUE ZEROS.

       77 WRK-CONT-VENCIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-NOTAS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-ISENTAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-MULTA PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-JUROS PIC 9(12)V99 VALUE ZEROS.

       77 WRK-VALOR-ED PIC ZZ.ZZZ.ZZZ.ZZZ,ZZ VALUE ZEROS.
       77 WRK-CONT-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-PCT-MULTA-ED PIC Z9,99 VALUE ZEROS.
       77 WRK-PCT-JUROS-ED PIC 9,9999 VALUE ZEROS.

       01 WRK-LINHA-NOTA.
           05 WRK-LN-NOTA        PIC 9(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LN-ORIGEM      PIC 9(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LN-CLIENTE     PIC X(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LN-VENCIMENTO  PIC 9(04)/99/99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LN-DIAS        PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LN-SALDO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LN-MULTA       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LN-JUROS       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LN-TOTAL       PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      * CABECALHO DE COLUNAS DAS NOTAS, ALINHADO COLUNA A COLUNA
      * COM WRK-LINHA-NOTA ACIMA, REPETIDO A CADA PAGINA
       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(06) VALUE 'NOTA'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE 'FATURA'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE 'CLIENT'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'VENCIMENTO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(05) VALUE ' DIAS'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(17) VALUE '     SALDO FATURA'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(17) VALUE '            MULTA'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(17) VALUE '            JUROS'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(17) VALUE '       TOTAL NOTA'.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-FATURAS.
           MOVE 'N' TO WRK-EOF-CONTRATOS.
           MOVE ZEROS TO WRK-CTL-LIDOS.
           MOVE ZEROS TO WRK-CTL-PROCESSADOS.
           MOVE ZEROS TO WRK-CTL-REJEITADOS.
           MOVE ZEROS TO WRK-QTD-ISENTOS.
           MOVE ZEROS TO WRK-ULT-ORIGINAL.
           MOVE ZEROS TO WRK-FA-NUMERO.
           MOVE ZEROS TO WRK-PROX-FATURA.
           MOVE ZEROS TO WRK-CONT-VENCIDAS.
           MOVE ZEROS TO WRK-CONT-NOTAS.
           MOVE ZEROS TO WRK-CONT-ISENTAS.
           MOVE ZEROS TO WRK-TOT-MULTA.
           MOVE ZEROS TO WRK-TOT-JUROS.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.
           COMPUTE WRK-DIA-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).

           PERFORM 9550-CONFERIR-TRAVA.
           IF TRAVA-ATIVA
               DISPLAY 'JANELA DE LOTE EM USO POR '
                   WRK-TL-PROGRAMA ' DESDE ' WRK-TL-DATA
                   ' - COBRANCA DE ENCARGOS RECUSADA'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * AS NOTAS DE DEBITO SAEM DATADAS DE HOJE: MES CORRENTE JA
      * FECHADO NA CONTABILIDADE NAO RECEBE NOTA NOVA
           PERFORM 9560-CARREGAR-PERIODO.
           MOVE WRK-DATA-HOJE TO WRK-PF-DATA-DOC.
           PERFORM 9565-CONFERIR-PERIODO.
           IF PERIODO-FECHADO
               DISPLAY 'MES ' WRK-PF-DOC-ANOMES ' JA FECHADO NA '
                   'CONTABILIDADE - COBRANCA DE ENCARGOS RECUSADA'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0150-LER-PARAMETROS.
           PERFORM 0200-CARREGAR-FATURAS.
           PERFORM 0250-CARREGAR-ISENTOS.
           PERFORM 0280-ABRIR-ARQUIVOS.
           MOVE 'N' TO WRK-EOF-FATURAS.
           PERFORM UNTIL FIM-FATURAS
               PERFORM 0290-PROXIMA-FATURA
               IF NOT FIM-FATURAS
                   AND WRK-FA-SITUACAO = 'A'
                   AND WRK-FA-SALDO > ZEROS
                   AND WRK-FA-TIPO = 'F'
                   PERFORM 0300-APURAR-FATURA
               END-IF
           END-PERFORM.
           PERFORM 0700-GRAVAR-RESUMO.
           PERFORM 0800-FECHAR-ARQUIVOS.

           MOVE WRK-CONT-NOTAS TO WRK-CTL-PROCESSADOS.
           MOVE WRK-CONT-ISENTAS TO WRK-CTL-REJEITADOS.
           MOVE 'ENCARGOS-ATRASO' TO WRK-RL-PROGRAMA.
           PERFORM 9700-GRAVAR-CONTROLE.

           MOVE WRK-CONT-NOTAS TO WRK-CONT-ED.
           DISPLAY 'NOTAS DE DEBITO EMITIDAS: ' WRK-CONT-ED
               ' (VER ' WRK-NOME-RELATORIO ')'.
           MOVE WRK-CONT-ISENTAS TO WRK-CONT-ED.
           DISPLAY 'FATURAS VENCIDAS DE CLIENTES ISENTOS: '
               WRK-CONT-ED.
           GOBACK.

      * CARTAO DE PARAMETROS: CADA CAMPO SO SUBSTITUI O PADRAO QUANDO
      * NUMERICO; TAXA ZERADA NO CARTAO SUSPENDE AQUELE ENCARGO, MAS
      * PRAZO ZERADO VOLTA AOS 30 DIAS
       0150-LER-PARAMETROS.
           MOVE 2 TO WRK-PCT-MULTA.
           MOVE 0,0333 TO WRK-PCT-JUROS-DIA.
           MOVE 30 TO WRK-DIAS-PRAZO.
           OPEN INPUT ARQ-ENCARGOPAR.
           IF WRK-FS-ENCARGOPAR = '00'
               READ ARQ-ENCARGOPAR
                   NOT AT END
                       IF EPR-PCT-MULTA NUMERIC
                           MOVE EPR-PCT-MULTA TO WRK-PCT-MULTA
                       END-IF
                       IF EPR-PCT-JUROS-DIA NUMERIC
                           MOVE EPR-PCT-JUROS-DIA TO WRK-PCT-JUROS-DIA
                       END-IF
                       IF EPR-DIAS-PRAZO NUMERIC
                           AND EPR-DIAS-PRAZO NOT = ZEROS
                           MOVE EPR-DIAS-PRAZO TO WRK-DIAS-PRAZO
                       END-IF
               END-READ
               CLOSE ARQ-ENCARGOPAR
           END-IF.
           MOVE WRK-PCT-MULTA TO WRK-PCT-MULTA-ED.
           MOVE WRK-PCT-JUROS-DIA TO WRK-PCT-JUROS-ED.
           DISPLAY 'ENCARGOS: MULTA ' WRK-PCT-MULTA-ED '% JUROS '
               WRK-PCT-JUROS-ED '% AO DIA PRAZO ' WRK-DIAS-PRAZO
               ' DIAS'.

      * PRIMEIRA LEITURA: CONTA AS FATURAS E ACHA O ULTIMO NUMERO,
      * QUE FECHA A APURACAO E NUMERA AS NOTAS NOVAS
       0200-CARREGAR-FATURAS.
           OPEN INPUT ARQ-FATURAS.
           IF WRK-FS-FATURAS NOT = '00'
               DISPLAY 'NENHUMA FATURA CADASTRADA (FATURAS.DAT '
                   'AUSENTE) - NADA A COBRAR'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL FIM-FATURAS
               READ ARQ-FATURAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-FATURAS
                   NOT AT END
                       ADD 1 TO WRK-CTL-LIDOS
                       IF FAT-NUMERO > WRK-ULT-ORIGINAL
                           MOVE FAT-NUMERO TO WRK-ULT-ORIGINAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FATURAS.
           COMPUTE WRK-PROX-FATURA = WRK-ULT-ORIGINAL + 1.

       0250-CARREGAR-ISENTOS.
           OPEN INPUT ARQ-CONTRATOS.
           IF WRK-FS-CONTRATOS NOT = '00'
               DISPLAY 'CONTRATOS.DAT AUSENTE - NENHUM CLIENTE ISENTO'
           ELSE
               PERFORM UNTIL FIM-CONTRATOS
                   READ ARQ-CONTRATOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-EOF-CONTRATOS
                       NOT AT END
                           PERFORM 0255-GUARDAR-ISENTO
                   END-READ
               END-PERFORM
               CLOSE ARQ-CONTRATOS
           END-IF.

       0255-GUARDAR-ISENTO.
           IF CON-DATA-INI <= WRK-DATA-HOJE
               AND CON-DATA-FIM >= WRK-DATA-HOJE
               AND CON-ISENTO-ENCARGOS = 'S'
               IF WRK-QTD-ISENTOS < 100
                   ADD 1 TO WRK-QTD-ISENTOS
                   MOVE CON-CLIENTE TO TAB-ISE-CLIENTE (WRK-QTD-ISENTOS)
               ELSE
                   DISPLAY 'TABELA DE ISENTOS CHEIA - IGNORADO '
                       CON-CLIENTE
               END-IF
           END-IF.

       0280-ABRIR-ARQUIVOS.
           OPEN I-O ARQ-FATURAS.
           IF WRK-FS-FATURAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR FATURAS.DAT - FS='
                   WRK-FS-FATURAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING 'ENCARGOS.D'   DELIMITED BY SIZE
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
           MOVE 'ENCARGOS'         TO WRK-CAT-RELATORIO.
           MOVE WRK-DATA-HOJE      TO WRK-CAT-DATA.
           MOVE WRK-NOME-RELATORIO TO WRK-CAT-ARQUIVO.
           MOVE 'P'                TO WRK-CAT-SITUACAO.
           PERFORM 9650-GRAVAR-CATALOGO.

           MOVE 'NOTAS DE DEBITO DE MULTA E JUROS'
               TO WRK-IMP-TITULO.
           MOVE 'ENCARGOS-ATRASO' TO WRK-IMP-PROGRAMA.
           MOVE WRK-DATA-HOJE TO WRK-IMP-DATA.
           MOVE ZEROS TO WRK-IMP-PAGINA.
           MOVE 99 TO WRK-IMP-LINHA.

      * PROXIMA FATURA PELO NUMERO. A POSICAO E REFEITA A CADA
      * LEITURA PORQUE A BUSCA DAS NOTAS PELO CLIENTE E A GRAVACAO DA
      * NOTA NOVA MUDAM A POSICAO CORRENTE DO ARQUIVO
       0290-PROXIMA-FATURA.
           MOVE WRK-FA-NUMERO TO FAT-NUMERO.
           START ARQ-FATURAS KEY IS GREATER THAN FAT-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-EOF-FATURAS
           END-START.
           IF NOT FIM-FATURAS
               READ ARQ-FATURAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-FATURAS
                   NOT AT END
                       IF FAT-NUMERO > WRK-ULT-ORIGINAL
                           MOVE 'S' TO WRK-EOF-FATURAS
                       ELSE
                           MOVE REG-FATURA TO WRK-FATURA-ATUAL
                       END-IF
               END-READ
           END-IF.

      * FATURA SEM DATA VALIDA OU AINDA NO PRAZO FICA DE FORA. A
      * VENCIDA DE CLIENTE ISENTO SO E CONTADA. UMA SEGUNDA RODADA NO
      * MESMO DIA NAO ACHA DIAS NOVOS NEM MULTA PENDENTE E NAO EMITE
      * NADA
       0300-APURAR-FATURA.
           IF WRK-FA-DATA NOT = ZEROS
               AND WRK-FA-DATA <= WRK-DATA-HOJE
               COMPUTE WRK-DIA-VENCIMENTO =
                   FUNCTION INTEGER-OF-DATE (WRK-FA-DATA)
                   + WRK-DIAS-PRAZO
               IF WRK-DIA-VENCIMENTO < WRK-DIA-HOJE
                   ADD 1 TO WRK-CONT-VENCIDAS
                   PERFORM 0310-VERIFICAR-ISENTO
                   IF CLIENTE-ISENTO
                       ADD 1 TO WRK-CONT-ISENTAS
                   ELSE
                       PERFORM 0330-CALCULAR-ENCARGOS
                   END-IF
               END-IF
           END-IF.

       0310-VERIFICAR-ISENTO.
           MOVE 'N' TO WRK-FLAG-ISENTO.
           SET IDX-ISE TO 1.
           SEARCH TAB-ISE-ITEM
               AT END
                   CONTINUE
               WHEN IDX-ISE > WRK-QTD-ISENTOS
                   CONTINUE
               WHEN TAB-ISE-CLIENTE (IDX-ISE) = WRK-FA-CLIENTE
                   SET CLIENTE-ISENTO TO TRUE
           END-SEARCH.

      * AS NOTAS JA EMITIDAS PARA A FATURA DIZEM SE A MULTA JA FOI
      * COBRADA E ATE QUANDO OS JUROS JA FORAM COBRADOS (DATA DA NOTA
      * MAIS RECENTE); SAO PROCURADAS ENTRE AS FATURAS DO CLIENTE
       0320-BUSCAR-ULTIMA-NOTA.
           MOVE 'N' TO WRK-FLAG-MULTA.
           MOVE ZEROS TO WRK-DIA-ULT-NOTA.
           MOVE 'N' TO WRK-EOF-NOTAS.
           MOVE WRK-FA-CLIENTE TO FAT-CLIENTE.
           START ARQ-FATURAS KEY IS EQUAL TO FAT-CLIENTE
               INVALID KEY
                   MOVE 'S' TO WRK-EOF-NOTAS
           END-START.
           PERFORM UNTIL FIM-NOTAS
               READ ARQ-FATURAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-NOTAS
                   NOT AT END
                       IF FAT-CLIENTE NOT = WRK-FA-CLIENTE
                           MOVE 'S' TO WRK-EOF-NOTAS
                       ELSE
                           PERFORM 0325-CONFERIR-NOTA
                       END-IF
               END-READ
           END-PERFORM.

       0325-CONFERIR-NOTA.
           IF FAT-TIPO = 'D'
               AND FAT-ORIGEM = WRK-FA-NUMERO
               AND FAT-DATA NOT = ZEROS
               SET MULTA-JA-COBRADA TO TRUE
               IF FUNCTION INTEGER-OF-DATE (FAT-DATA)
                   > WRK-DIA-ULT-NOTA
                   COMPUTE WRK-DIA-ULT-NOTA =
                       FUNCTION INTEGER-OF-DATE (FAT-DATA)
               END-IF
           END-IF.

       0330-CALCULAR-ENCARGOS.
           PERFORM 0320-BUSCAR-ULTIMA-NOTA.
           MOVE WRK-DIA-VENCIMENTO TO WRK-DIA-INICIO.
           IF WRK-DIA-ULT-NOTA > WRK-DIA-INICIO
               MOVE WRK-DIA-ULT-NOTA TO WRK-DIA-INICIO
           END-IF.
           COMPUTE WRK-DIAS-ATRASO = WRK-DIA-HOJE - WRK-DIA-VENCIMENTO.
           MOVE ZEROS TO WRK-DIAS-JUROS.
           IF WRK-DIA-HOJE > WRK-DIA-INICIO
               COMPUTE WRK-DIAS-JUROS = WRK-DIA-HOJE - WRK-DIA-INICIO
           END-IF.

           MOVE ZEROS TO WRK-MULTA.
           IF NOT MULTA-JA-COBRADA
               COMPUTE WRK-MULTA ROUNDED =
                   WRK-FA-SALDO * WRK-PCT-MULTA / 100
           END-IF.
           COMPUTE WRK-JUROS ROUNDED =
               WRK-FA-SALDO * WRK-PCT-JUROS-DIA / 100
               * WRK-DIAS-JUROS.
           COMPUTE WRK-TOTAL-NOTA = WRK-MULTA + WRK-JUROS.
           IF WRK-TOTAL-NOTA > ZEROS
               PERFORM 0400-EMITIR-NOTA
           END-IF.

      * A NOTA DE DEBITO E UMA FATURA ABERTA DO CLIENTE, NUMERADA NA
      * SEQUENCIA DO CADASTRO, COM O FAT-NUMERO ATRASADO EM FAT-ORIGEM
       0400-EMITIR-NOTA.
           MOVE WRK-PROX-FATURA TO FAT-NUMERO.
           MOVE WRK-FA-CLIENTE TO FAT-CLIENTE.
           MOVE WRK-DATA-HOJE TO FAT-DATA.
           MOVE WRK-TOTAL-NOTA TO FAT-VALOR.
           MOVE WRK-TOTAL-NOTA TO FAT-SALDO.
           MOVE 'A' TO FAT-SITUACAO.
           MOVE 'D' TO FAT-TIPO.
           MOVE WRK-FA-NUMERO TO FAT-ORIGEM.
           MOVE ZEROS TO FAT-ICMS.
      * NUMERO JA OCUPADO (GRAVADO POR OUTRO PROGRAMA DURANTE A
      * RODADA) NAO E SOBREPOSTO: A NOTA FICA PARA A PROXIMA RODADA
           WRITE REG-FATURA
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR NOTA ' FAT-NUMERO
                       ' - FS=' WRK-FS-FATURAS
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-NOTAS
                   ADD WRK-MULTA TO WRK-TOT-MULTA
                   ADD WRK-JUROS TO WRK-TOT-JUROS
                   PERFORM 0410-IMPRIMIR-NOTA
           END-WRITE.
           ADD 1 TO WRK-PROX-FATURA.

       0410-IMPRIMIR-NOTA.
           COMPUTE WRK-DATA-VENCIMENTO =
               FUNCTION DATE-OF-INTEGER (WRK-DIA-VENCIMENTO).
           MOVE FAT-NUMERO TO WRK-LN-NOTA.
           MOVE FAT-ORIGEM TO WRK-LN-ORIGEM.
           MOVE FAT-CLIENTE TO WRK-LN-CLIENTE.
           MOVE WRK-DATA-VENCIMENTO TO WRK-LN-VENCIMENTO.
           MOVE WRK-DIAS-ATRASO TO WRK-LN-DIAS.
           MOVE WRK-FA-SALDO TO WRK-LN-SALDO.
           MOVE WRK-MULTA TO WRK-LN-MULTA.
           MOVE WRK-JUROS TO WRK-LN-JUROS.
           MOVE WRK-TOTAL-NOTA TO WRK-LN-TOTAL.
           MOVE WRK-LINHA-NOTA TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

       0700-GRAVAR-RESUMO.
           IF WRK-CONT-NOTAS = 0
               MOVE SPACES TO WRK-IMP-AREA
               STRING 'NENHUMA NOTA DE DEBITO EMITIDA NA RODADA'
                   DELIMITED BY SIZE INTO WRK-IMP-AREA
               END-STRING
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING '----------------------------------' DELIMITED BY
               SIZE INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

           MOVE WRK-CONT-VENCIDAS TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'FATURAS VENCIDAS....: ' DELIMITED BY SIZE
                  WRK-CONT-ED              DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

           MOVE WRK-CONT-ISENTAS TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'DE CLIENTES ISENTOS.: ' DELIMITED BY SIZE
                  WRK-CONT-ED              DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

           MOVE WRK-CONT-NOTAS TO WRK-CONT-ED.
           MOVE WRK-TOT-MULTA TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'NOTAS EMITIDAS......: ' DELIMITED BY SIZE
                  WRK-CONT-ED              DELIMITED BY SIZE
                  '  MULTA R$'             DELIMITED BY SIZE
                  WRK-VALOR-ED             DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

           MOVE WRK-TOT-JUROS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING '                             JUROS R$'
                  DELIMITED BY SIZE
                  WRK-VALOR-ED             DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

       0800-FECHAR-ARQUIVOS.
           CLOSE ARQ-FATURAS.
           PERFORM 9820-ENCERRAR-RELATORIO.
           CLOSE ARQ-RELATORIO.

      * QUADRO DE IMPRESSAO PADRAO DAS NOTAS (IMPRESSO.CPY):
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

           COPY VERPERIODO.
