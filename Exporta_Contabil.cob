       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTA-CONTAB.
      ***************************
      * Área de comentários
      * OBJETIVO: GERAR A INTERFACE CONTABIL (LANCAMENTOS.DAT) COM OS
      * DOCUMENTOS NOVOS DESDE A ULTIMA EXPORTACAO: FATURAS E NOTAS DE
      * DEBITO DE FATURAS.DAT, RECEBIMENTOS DE PAGAMENTOS.DAT E
      * CREDITOS DE CANCELAMENTO DE CREDITOS.DAT. CADA DOCUMENTO VIRA
      * UM PAR DE PARTIDAS (DEBITO E CREDITO) NAS CONTAS DO DE-PARA
      * PLANOCTB.DAT (MANUTENCAO-CONTAS), COM DATA E NUMERO DO
      * DOCUMENTO. CADA RODADA FORMA UM LOTE COM CABECALHO E TRAILER
      * DE TOTAIS (DEBITOS = CREDITOS), ACRESCENTADO AO ARQUIVO PARA A
      * IMPORTACAO DA CONTABILIDADE. O CONTROLE LANCCTL.DAT GUARDA ATE
      * ONDE CADA ARQUIVO JA FOI EXPORTADO - DOCUMENTO EXPORTADO NAO
      * SAI DE NOVO. O LOTE SAI TAMBEM NO RELATORIO
      * LANCCTB.DYYYYMMDD.RPT, ANOTADO NO RELCAT.DAT. O ESTORNO DE
      * PAGAMENTO (ESTORNOS.DAT) SAI NAS CONTAS DO RECEBIMENTO COM
      * DEBITO E CREDITO INVERTIDOS, HISTORICO ESTORNO RECEBIMENTO
      * E O DOCUMENTO DO PAGAMENTO ESTORNADO
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DOCUMENTOS DE ORIGEM, SO LIDOS. FATURAS E NOTAS DE DEBITO SAO
      * NUMERADAS EM SEQUENCIA (MAIOR + 1); PAGAMENTOS E CREDITOS SO
      * CRESCEM NO FIM DO ARQUIVO (A REGRAVACAO DA BAIXA MANTEM A
      * ORDEM), ENTAO A POSICAO DO REGISTRO IDENTIFICA O DOCUMENTO
           SELECT ARQ-FATURAS ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-FATURAS.

           SELECT ARQ-PAGAMENTOS ASSIGN TO 'PAGAMENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAGAMENTOS.

           SELECT ARQ-CREDITOS ASSIGN TO 'CREDITOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDITOS.

           SELECT ARQ-ESTORNOS ASSIGN TO 'ESTORNOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTORNOS.

      * DE-PARA CONTABIL POR EVENTO (MANUTENCAO-CONTAS)
           SELECT ARQ-PLANOCTB ASSIGN TO 'PLANOCTB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAP-EVENTO
               FILE STATUS IS WRK-FS-PLANOCTB.

      * CONTROLE DA EXPORTACAO: ULTIMA FATURA, QUANTIDADE DE
      * PAGAMENTOS, DE CREDITOS E DE ESTORNOS JA EXPORTADOS E ULTIMO
      * LOTE. AUSENTE
      * NA PRIMEIRA RODADA, QUANDO TUDO O QUE EXISTE E EXPORTADO
           SELECT ARQ-LANCCTL ASSIGN TO 'LANCCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCCTL.

      * INTERFACE PARA A CONTABILIDADE: CADA RODADA ACRESCENTA UM
      * LOTE (CABECALHO, PARTIDAS E TRAILER); A IMPORTACAO DO LADO
      * CONTABIL CONSOME O ARQUIVO
           SELECT ARQ-LANCAMENTOS ASSIGN TO 'LANCAMENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCAMENTOS.

      * O LOTE SAI COMO GERACAO DATADA (LANCCTB.DYYYYMMDD.RPT),
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

       FD  ARQ-PAGAMENTOS
           RECORDING MODE IS F.
       01  REG-PAGAMENTO.
           05 PAG-CLIENTE     PIC X(06).
           05 PAG-DATA        PIC 9(08).
           05 PAG-VALOR       PIC 9(11)V99.
           05 PAG-APLICADO    PIC 9(11)V99.
           05 PAG-SOBRA       PIC 9(11)V99.
           05 PAG-OPERADOR    PIC X(20).

       FD  ARQ-CREDITOS
           RECORDING MODE IS F.
       01  REG-CREDITO.
           05 CRE-PEDIDO      PIC 9(06).
           05 CRE-FATURA      PIC 9(06).
           05 CRE-CLIENTE     PIC X(06).
           05 CRE-VALOR       PIC 9(10)V99.
           05 CRE-DATA        PIC 9(08).
           05 CRE-SITUACAO    PIC X(01).
           05 CRE-SALDO       PIC 9(10)V99.
           05 CRE-DATA-APLIC  PIC 9(08).

       FD  ARQ-ESTORNOS
           RECORDING MODE IS F.
       01  REG-ESTORNO.
           05 EST-DOCUMENTO   PIC 9(07).
           05 EST-CLIENTE     PIC X(06).
           05 EST-DATA        PIC 9(08).
           05 EST-VALOR       PIC 9(11)V99.
           05 EST-APLICADO    PIC 9(11)V99.
           05 EST-DATA-PAG    PIC 9(08).
           05 EST-DIGITADOR   PIC X(20).
           05 EST-OPERADOR    PIC X(20).
           05 EST-MOTIVO      PIC X(30).

       FD  ARQ-PLANOCTB.
       01  REG-PLANOCTB.
           05 MAP-EVENTO        PIC X(03).
           05 MAP-CONTA-DEBITO  PIC X(10).
           05 MAP-CONTA-CREDITO PIC X(10).
           05 MAP-DESCRICAO     PIC X(30).

       FD  ARQ-LANCCTL
           RECORDING MODE IS F.
       01  REG-LANCCTL.
           05 CTL-ULT-FATURA      PIC 9(06).
           05 CTL-QTD-PAGAMENTOS  PIC 9(07).
           05 CTL-QTD-CREDITOS    PIC 9(07).
           05 CTL-ULT-LOTE        PIC 9(06).
           05 CTL-DATA            PIC 9(08).
           05 CTL-QTD-ESTORNOS    PIC 9(07).

       FD  ARQ-LANCAMENTOS
           RECORDING MODE IS F.
       01  REG-LANCAMENTO     PIC X(80).

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
       77 WRK-FS-FATURAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-PAGAMENTOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-CREDITOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-ESTORNOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-PLANOCTB PIC X(02) VALUE ZEROS.
       77 WRK-FS-LANCCTL PIC X(02) VALUE ZEROS.
       77 WRK-FS-LANCAMENTOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATALOGO PIC X(02) VALUE ZEROS.
       77 WRK-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-EOF-FATURAS PIC X(01) VALUE 'N'.
         88 FIM-FATURAS VALUE 'S'.
       77 WRK-EOF-PAGAMENTOS PIC X(01) VALUE 'N'.
         88 FIM-PAGAMENTOS VALUE 'S'.
       77 WRK-EOF-CREDITOS PIC X(01) VALUE 'N'.
         88 FIM-CREDITOS VALUE 'S'.
       77 WRK-EOF-ESTORNOS PIC X(01) VALUE 'N'.
         88 FIM-ESTORNOS VALUE 'S'.

       COPY RUNLOG.

       COPY CATREL.

       COPY IMPRESSO.

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

      * CONTAS DE CADA EVENTO, LIDAS DO DE-PARA NO INICIO. SEM AS
      * QUATRO MAPEADAS A RODADA NAO GERA NADA
       01 TAB-EVENTOS.
           05 TAB-EVE-ITEM OCCURS 4 TIMES
                            INDEXED BY IDX-EVE.
               10 TAB-EVE-CODIGO   PIC X(03).
               10 TAB-EVE-DEBITO   PIC X(10).
               10 TAB-EVE-CREDITO  PIC X(10).
               10 TAB-EVE-HISTORICO PIC X(19).
       77 WRK-IDX-EVENTO PIC 9(01) VALUE ZEROS.
       77 WRK-FLAG-MAPA PIC X(01) VALUE 'S'.
         88 MAPA-COMPLETO VALUE 'S'.

      * MARCAS DA EXPORTACAO ANTERIOR E AS QUE VALERAO AO FIM DESTA
       77 WRK-ULT-FATURA PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PAG-EXPORT PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CRE-EXPORT PIC 9(07) VALUE ZEROS.
       77 WRK-ULT-LOTE PIC 9(06) VALUE ZEROS.
       77 WRK-NOVA-ULT-FATURA PIC 9(06) VALUE ZEROS.
       77 WRK-POS-PAGAMENTO PIC 9(07) VALUE ZEROS.
       77 WRK-POS-CREDITO PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-EST-EXPORT PIC 9(07) VALUE ZEROS.
       77 WRK-POS-ESTORNO PIC 9(07) VALUE ZEROS.

      * ESTORNO DE RECEBIMENTO: MESMO EVENTO PAG, PARTIDAS INVERTIDAS
       77 WRK-FLAG-ESTORNO PIC X(01) VALUE 'N'.
         88 DOC-ESTORNO VALUE 'S'.
       77 WRK-HISTORICO PIC X(19) VALUE SPACES.

      * PARTIDA DA VEZ, MONTADA PELO LEITOR DE CADA ARQUIVO
       77 WRK-EVENTO PIC X(03) VALUE SPACES.
       77 WRK-DOC-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-DOC-NUMERO PIC 9(07) VALUE ZEROS.
       77 WRK-DOC-CLIENTE PIC X(06) VALUE SPACES.
       77 WRK-DOC-VALOR PIC 9(11)V99 VALUE ZEROS.

       77 WRK-SEQUENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-CONT-DOCUMENTOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-DEBITOS PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITOS PIC 9(13)V99 VALUE ZEROS.

       77 WRK-VALOR-ED PIC ZZ.ZZZ.ZZZ.ZZZ,ZZ VALUE ZEROS.
       77 WRK-TOTAL-ED PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CONT-ED PIC ZZZZZ9 VALUE ZEROS.

      * LAYOUT FIXO DE 80 POSICOES DO LANCAMENTOS.DAT, PELO TIPO DE
      * REGISTRO: 1=CABECALHO DO LOTE, 2=PARTIDA, 9=TRAILER
       01 WRK-LAN-CABECALHO.
           05 WRK-LC-TIPO-REG    PIC X(01) VALUE '1'.
           05 WRK-LC-LOTE        PIC 9(06).
           05 WRK-LC-DATA        PIC 9(08).
           05 WRK-LC-HORA        PIC 9(06).
           05 WRK-LC-SISTEMA     PIC X(20) VALUE 'FRETE/CONTAS RECEBER'.
           05 FILLER             PIC X(39) VALUE SPACES.

       01 WRK-LAN-PARTIDA.
           05 WRK-LP-TIPO-REG    PIC X(01) VALUE '2'.
           05 WRK-LP-LOTE        PIC 9(06).
           05 WRK-LP-SEQUENCIA   PIC 9(06).
           05 WRK-LP-DATA        PIC 9(08).
           05 WRK-LP-CONTA       PIC X(10).
           05 WRK-LP-DC          PIC X(01).
           05 WRK-LP-VALOR       PIC 9(11)V99.
           05 WRK-LP-EVENTO      PIC X(03).
           05 WRK-LP-DOCUMENTO   PIC 9(07).
           05 WRK-LP-CLIENTE     PIC X(06).
           05 WRK-LP-HISTORICO   PIC X(19).

       01 WRK-LAN-TRAILER.
           05 WRK-LT-TIPO-REG    PIC X(01) VALUE '9'.
           05 WRK-LT-LOTE        PIC 9(06).
           05 WRK-LT-QTD-PARTIDAS PIC 9(06).
           05 WRK-LT-TOT-DEBITOS PIC 9(13)V99.
           05 WRK-LT-TOT-CREDITOS PIC 9(13)V99.
           05 FILLER             PIC X(37) VALUE SPACES.

       01 WRK-LINHA-PARTIDA.
           05 WRK-LN-SEQUENCIA   PIC ZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LN-DATA        PIC 9(04)/99/99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LN-EVENTO      PIC X(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LN-DOCUMENTO   PIC 9(07).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LN-CLIENTE     PIC X(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LN-CONTA       PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LN-DEBITO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LN-CREDITO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LN-HISTORICO   PIC X(19).

      * CABECALHO DE COLUNAS DAS PARTIDAS, ALINHADO COLUNA A COLUNA
      * COM WRK-LINHA-PARTIDA ACIMA, REPETIDO A CADA PAGINA
       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(06) VALUE '   SEQ'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'DATA'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(03) VALUE 'EVT'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(07) VALUE 'DOCUM.'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE 'CLIENT'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'CONTA'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(17) VALUE '           DEBITO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(17) VALUE '          CREDITO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(19) VALUE 'HISTORICO'.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-FATURAS.
           MOVE 'N' TO WRK-EOF-PAGAMENTOS.
           MOVE 'N' TO WRK-EOF-CREDITOS.
           MOVE 'N' TO WRK-EOF-ESTORNOS.
           MOVE 'N' TO WRK-FLAG-ESTORNO.
           MOVE 'S' TO WRK-FLAG-MAPA.
           MOVE ZEROS TO WRK-CTL-LIDOS.
           MOVE ZEROS TO WRK-CTL-PROCESSADOS.
           MOVE ZEROS TO WRK-CTL-REJEITADOS.
           MOVE ZEROS TO WRK-SEQUENCIA.
           MOVE ZEROS TO WRK-CONT-DOCUMENTOS.
           MOVE ZEROS TO WRK-TOT-DEBITOS.
           MOVE ZEROS TO WRK-TOT-CREDITOS.
           MOVE ZEROS TO WRK-POS-PAGAMENTO.
           MOVE ZEROS TO WRK-POS-CREDITO.
           MOVE ZEROS TO WRK-POS-ESTORNO.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           PERFORM 0150-CARREGAR-CONTAS.
           IF NOT MAPA-COMPLETO
               DISPLAY 'DE-PARA CONTABIL INCOMPLETO - EXPORTACAO '
                   'RECUSADA (VER MANUTENCAO-CONTAS)'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0200-LER-CONTROLE.
           PERFORM 0250-ABRIR-ARQUIVOS.

           PERFORM 0300-EXPORTAR-FATURAS.
           PERFORM 0400-EXPORTAR-PAGAMENTOS.
           PERFORM 0500-EXPORTAR-CREDITOS.
           PERFORM 0550-EXPORTAR-ESTORNOS.

           IF WRK-CONT-DOCUMENTOS > ZEROS
               PERFORM 0650-GRAVAR-TRAILER
           END-IF.
           PERFORM 0700-GRAVAR-RESUMO.
           PERFORM 0800-FECHAR-ARQUIVOS.
           IF WRK-CONT-DOCUMENTOS > ZEROS
               PERFORM 0850-GRAVAR-CONTROLE
           END-IF.

           MOVE WRK-SEQUENCIA TO WRK-CTL-PROCESSADOS.
           MOVE 'EXPORTA-CONTAB' TO WRK-RL-PROGRAMA.
           PERFORM 9700-GRAVAR-CONTROLE.

           MOVE WRK-CONT-DOCUMENTOS TO WRK-CONT-ED.
           DISPLAY 'DOCUMENTOS EXPORTADOS: ' WRK-CONT-ED
               ' (VER ' WRK-NOME-RELATORIO ')'.
           GOBACK.

      * OS QUATRO EVENTOS SAO LIDOS PELA CHAVE; A TABELA GUARDA AS
      * CONTAS E O HISTORICO PADRAO DE CADA UM
       0150-CARREGAR-CONTAS.
           MOVE 'FAT' TO TAB-EVE-CODIGO (1).
           MOVE 'FATURA DE FRETE' TO TAB-EVE-HISTORICO (1).
           MOVE 'NDB' TO TAB-EVE-CODIGO (2).
           MOVE 'NOTA DEBITO ENCARGO' TO TAB-EVE-HISTORICO (2).
           MOVE 'PAG' TO TAB-EVE-CODIGO (3).
           MOVE 'RECEBIMENTO CLIENTE' TO TAB-EVE-HISTORICO (3).
           MOVE 'CRE' TO TAB-EVE-CODIGO (4).
           MOVE 'CREDITO CANCELAMENT' TO TAB-EVE-HISTORICO (4).

           OPEN INPUT ARQ-PLANOCTB.
           IF WRK-FS-PLANOCTB NOT = '00'
               DISPLAY 'NENHUM EVENTO MAPEADO (PLANOCTB.DAT '
                   'AUSENTE)'
               MOVE 'N' TO WRK-FLAG-MAPA
           ELSE
               PERFORM VARYING WRK-IDX-EVENTO FROM 1 BY 1
                       UNTIL WRK-IDX-EVENTO > 4
                   MOVE TAB-EVE-CODIGO (WRK-IDX-EVENTO) TO MAP-EVENTO
                   READ ARQ-PLANOCTB
                       INVALID KEY
                           DISPLAY 'EVENTO SEM CONTA MAPEADA: '
                               MAP-EVENTO
                           MOVE 'N' TO WRK-FLAG-MAPA
                       NOT INVALID KEY
                           MOVE MAP-CONTA-DEBITO
                               TO TAB-EVE-DEBITO (WRK-IDX-EVENTO)
                           MOVE MAP-CONTA-CREDITO
                               TO TAB-EVE-CREDITO (WRK-IDX-EVENTO)
                   END-READ
               END-PERFORM
               CLOSE ARQ-PLANOCTB
           END-IF.

       0200-LER-CONTROLE.
           MOVE ZEROS TO WRK-ULT-FATURA.
           MOVE ZEROS TO WRK-QTD-PAG-EXPORT.
           MOVE ZEROS TO WRK-QTD-CRE-EXPORT.
           MOVE ZEROS TO WRK-QTD-EST-EXPORT.
           MOVE ZEROS TO WRK-ULT-LOTE.
           OPEN INPUT ARQ-LANCCTL.
           IF WRK-FS-LANCCTL = '00'
               READ ARQ-LANCCTL
                   NOT AT END
                       MOVE CTL-ULT-FATURA TO WRK-ULT-FATURA
                       MOVE CTL-QTD-PAGAMENTOS TO WRK-QTD-PAG-EXPORT
                       MOVE CTL-QTD-CREDITOS TO WRK-QTD-CRE-EXPORT
                       MOVE CTL-ULT-LOTE TO WRK-ULT-LOTE
      * CONTROLE GRAVADO ANTES DOS ESTORNOS NAO TEM A CONTAGEM
                       IF CTL-QTD-ESTORNOS NUMERIC
                           MOVE CTL-QTD-ESTORNOS TO WRK-QTD-EST-EXPORT
                       END-IF
               END-READ
               CLOSE ARQ-LANCCTL
           ELSE
               DISPLAY 'PRIMEIRA EXPORTACAO (LANCCTL.DAT AUSENTE) - '
                   'TODOS OS DOCUMENTOS SERAO EXPORTADOS'
           END-IF.
           MOVE WRK-ULT-FATURA TO WRK-NOVA-ULT-FATURA.
           ADD 1 TO WRK-ULT-LOTE.

       0250-ABRIR-ARQUIVOS.
           OPEN EXTEND ARQ-LANCAMENTOS.
           IF WRK-FS-LANCAMENTOS = '35'
               OPEN OUTPUT ARQ-LANCAMENTOS
           END-IF.
           IF WRK-FS-LANCAMENTOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR LANCAMENTOS.DAT - FS='
                   WRK-FS-LANCAMENTOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING 'LANCCTB.D'    DELIMITED BY SIZE
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
           MOVE 'LANCAMENTOS'      TO WRK-CAT-RELATORIO.
           MOVE WRK-DATA-HOJE      TO WRK-CAT-DATA.
           MOVE WRK-NOME-RELATORIO TO WRK-CAT-ARQUIVO.
           MOVE 'P'                TO WRK-CAT-SITUACAO.
           PERFORM 9650-GRAVAR-CATALOGO.

           MOVE 'LOTE DE LANCAMENTOS CONTABEIS'
               TO WRK-IMP-TITULO.
           MOVE 'EXPORTA-CONTAB' TO WRK-IMP-PROGRAMA.
           MOVE WRK-DATA-HOJE TO WRK-IMP-DATA.
           MOVE ZEROS TO WRK-IMP-PAGINA.
           MOVE 99 TO WRK-IMP-LINHA.

      * FATURA (TIPO F) E NOTA DE DEBITO (TIPO D) COM NUMERO ACIMA DA
      * ULTIMA EXPORTADA; O LANCAMENTO E PELO VALOR DE EMISSAO, NAO
      * PELO SALDO, QUE A BAIXA VAI MUDANDO
       0300-EXPORTAR-FATURAS.
           OPEN INPUT ARQ-FATURAS.
           IF WRK-FS-FATURAS NOT = '00'
               DISPLAY 'FATURAS.DAT AUSENTE - NENHUMA FATURA A '
                   'EXPORTAR'
           ELSE
               PERFORM UNTIL FIM-FATURAS
                   READ ARQ-FATURAS
                       AT END
                           MOVE 'S' TO WRK-EOF-FATURAS
                       NOT AT END
                           ADD 1 TO WRK-CTL-LIDOS
                           IF FAT-NUMERO > WRK-ULT-FATURA
                               PERFORM 0310-PREPARAR-FATURA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-FATURAS
           END-IF.

       0310-PREPARAR-FATURA.
           IF FAT-TIPO = 'D'
               MOVE 'NDB' TO WRK-EVENTO
           ELSE
               MOVE 'FAT' TO WRK-EVENTO
           END-IF.
           MOVE FAT-DATA TO WRK-DOC-DATA.
           MOVE FAT-NUMERO TO WRK-DOC-NUMERO.
           MOVE FAT-CLIENTE TO WRK-DOC-CLIENTE.
           MOVE FAT-VALOR TO WRK-DOC-VALOR.
           PERFORM 0600-GRAVAR-PARTIDAS.
           IF FAT-NUMERO > WRK-NOVA-ULT-FATURA
               MOVE FAT-NUMERO TO WRK-NOVA-ULT-FATURA
           END-IF.

      * RECEBIMENTO: O DOCUMENTO E A POSICAO DO REGISTRO NO
      * PAGAMENTOS.DAT; SO OS QUE PASSAM DA QUANTIDADE JA EXPORTADA
       0400-EXPORTAR-PAGAMENTOS.
           OPEN INPUT ARQ-PAGAMENTOS.
           IF WRK-FS-PAGAMENTOS NOT = '00'
               DISPLAY 'PAGAMENTOS.DAT AUSENTE - NENHUM RECEBIMENTO A '
                   'EXPORTAR'
           ELSE
               PERFORM UNTIL FIM-PAGAMENTOS
                   READ ARQ-PAGAMENTOS
                       AT END
                           MOVE 'S' TO WRK-EOF-PAGAMENTOS
                       NOT AT END
                           ADD 1 TO WRK-CTL-LIDOS
                           ADD 1 TO WRK-POS-PAGAMENTO
                           IF WRK-POS-PAGAMENTO > WRK-QTD-PAG-EXPORT
                               PERFORM 0410-PREPARAR-PAGAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PAGAMENTOS
           END-IF.
           IF WRK-POS-PAGAMENTO < WRK-QTD-PAG-EXPORT
               DISPLAY 'PAGAMENTOS.DAT MENOR QUE NA ULTIMA EXPORTACAO'
                   ' - CONFERIR COM A CONTABILIDADE'
               MOVE 4 TO RETURN-CODE
               MOVE WRK-QTD-PAG-EXPORT TO WRK-POS-PAGAMENTO
           END-IF.

       0410-PREPARAR-PAGAMENTO.
           MOVE 'PAG' TO WRK-EVENTO.
           MOVE PAG-DATA TO WRK-DOC-DATA.
           MOVE WRK-POS-PAGAMENTO TO WRK-DOC-NUMERO.
           MOVE PAG-CLIENTE TO WRK-DOC-CLIENTE.
           MOVE PAG-VALOR TO WRK-DOC-VALOR.
           PERFORM 0600-GRAVAR-PARTIDAS.

      * CREDITO DE CANCELAMENTO: LANCADO PELO VALOR NA EMISSAO, COM O
      * PEDIDO CANCELADO COMO DOCUMENTO. A APLICACAO POSTERIOR NAS
      * FATURAS SO COMPENSA CONTAS DO PROPRIO CLIENTE E NAO GERA
      * LANCAMENTO
       0500-EXPORTAR-CREDITOS.
           OPEN INPUT ARQ-CREDITOS.
           IF WRK-FS-CREDITOS NOT = '00'
               DISPLAY 'CREDITOS.DAT AUSENTE - NENHUM CREDITO A '
                   'EXPORTAR'
           ELSE
               PERFORM UNTIL FIM-CREDITOS
                   READ ARQ-CREDITOS
                       AT END
                           MOVE 'S' TO WRK-EOF-CREDITOS
                       NOT AT END
                           ADD 1 TO WRK-CTL-LIDOS
                           ADD 1 TO WRK-POS-CREDITO
                           IF WRK-POS-CREDITO > WRK-QTD-CRE-EXPORT
                               PERFORM 0510-PREPARAR-CREDITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CREDITOS
           END-IF.
           IF WRK-POS-CREDITO < WRK-QTD-CRE-EXPORT
               DISPLAY 'CREDITOS.DAT MENOR QUE NA ULTIMA EXPORTACAO'
                   ' - CONFERIR COM A CONTABILIDADE'
               MOVE 4 TO RETURN-CODE
               MOVE WRK-QTD-CRE-EXPORT TO WRK-POS-CREDITO
           END-IF.

       0510-PREPARAR-CREDITO.
           MOVE 'CRE' TO WRK-EVENTO.
           MOVE CRE-DATA TO WRK-DOC-DATA.
           MOVE CRE-PEDIDO TO WRK-DOC-NUMERO.
           MOVE CRE-CLIENTE TO WRK-DOC-CLIENTE.
           MOVE CRE-VALOR TO WRK-DOC-VALOR.
           PERFORM 0600-GRAVAR-PARTIDAS.

      * ESTORNO DE RECEBIMENTO: DATADO NO DIA DO ESTORNO, PELO VALOR
      * DO PAGAMENTO, COM O DOCUMENTO DO PAGAMENTO ESTORNADO. COMO OS
      * CREDITOS, SO CRESCE NO FIM DO ARQUIVO
       0550-EXPORTAR-ESTORNOS.
           OPEN INPUT ARQ-ESTORNOS.
           IF WRK-FS-ESTORNOS = '00'
               PERFORM UNTIL FIM-ESTORNOS
                   READ ARQ-ESTORNOS
                       AT END
                           MOVE 'S' TO WRK-EOF-ESTORNOS
                       NOT AT END
                           ADD 1 TO WRK-CTL-LIDOS
                           ADD 1 TO WRK-POS-ESTORNO
                           IF WRK-POS-ESTORNO > WRK-QTD-EST-EXPORT
                               PERFORM 0560-PREPARAR-ESTORNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ESTORNOS
           END-IF.
           IF WRK-POS-ESTORNO < WRK-QTD-EST-EXPORT
               DISPLAY 'ESTORNOS.DAT MENOR QUE NA ULTIMA EXPORTACAO'
                   ' - CONFERIR COM A CONTABILIDADE'
               MOVE 4 TO RETURN-CODE
               MOVE WRK-QTD-EST-EXPORT TO WRK-POS-ESTORNO
           END-IF.

       0560-PREPARAR-ESTORNO.
           MOVE 'PAG' TO WRK-EVENTO.
           MOVE EST-DATA TO WRK-DOC-DATA.
           MOVE EST-DOCUMENTO TO WRK-DOC-NUMERO.
           MOVE EST-CLIENTE TO WRK-DOC-CLIENTE.
           MOVE EST-VALOR TO WRK-DOC-VALOR.
           SET DOC-ESTORNO TO TRUE.
           PERFORM 0600-GRAVAR-PARTIDAS.
           MOVE 'N' TO WRK-FLAG-ESTORNO.

      * O PRIMEIRO DOCUMENTO DA RODADA ABRE O LOTE COM O CABECALHO.
      * CADA DOCUMENTO GERA A PARTIDA DE DEBITO E A DE CREDITO PELO
      * MESMO VALOR, NAS CONTAS DO SEU EVENTO. DOCUMENTO ZERADO NAO
      * GERA PARTIDA
       0600-GRAVAR-PARTIDAS.
           IF WRK-DOC-VALOR = ZEROS
               ADD 1 TO WRK-CTL-REJEITADOS
           ELSE
               IF WRK-CONT-DOCUMENTOS = ZEROS
                   MOVE WRK-ULT-LOTE TO WRK-LC-LOTE
                   MOVE WRK-DATA-HOJE TO WRK-LC-DATA
                   MOVE WRK-DH-HORA-HMS TO WRK-LC-HORA
                   WRITE REG-LANCAMENTO FROM WRK-LAN-CABECALHO
               END-IF
               ADD 1 TO WRK-CONT-DOCUMENTOS
               SET IDX-EVE TO 1
               SEARCH TAB-EVE-ITEM
                   WHEN TAB-EVE-CODIGO (IDX-EVE) = WRK-EVENTO
                       CONTINUE
               END-SEARCH
               MOVE TAB-EVE-HISTORICO (IDX-EVE) TO WRK-HISTORICO
               IF DOC-ESTORNO
                   MOVE 'ESTORNO RECEBIMENTO' TO WRK-HISTORICO
               END-IF
               MOVE 'D' TO WRK-LP-DC
               IF DOC-ESTORNO
                   MOVE TAB-EVE-CREDITO (IDX-EVE) TO WRK-LP-CONTA
               ELSE
                   MOVE TAB-EVE-DEBITO (IDX-EVE) TO WRK-LP-CONTA
               END-IF
               PERFORM 0610-GRAVAR-PARTIDA
               ADD WRK-DOC-VALOR TO WRK-TOT-DEBITOS
               MOVE 'C' TO WRK-LP-DC
               IF DOC-ESTORNO
                   MOVE TAB-EVE-DEBITO (IDX-EVE) TO WRK-LP-CONTA
               ELSE
                   MOVE TAB-EVE-CREDITO (IDX-EVE) TO WRK-LP-CONTA
               END-IF
               PERFORM 0610-GRAVAR-PARTIDA
               ADD WRK-DOC-VALOR TO WRK-TOT-CREDITOS
           END-IF.

       0610-GRAVAR-PARTIDA.
           ADD 1 TO WRK-SEQUENCIA.
           MOVE WRK-ULT-LOTE TO WRK-LP-LOTE.
           MOVE WRK-SEQUENCIA TO WRK-LP-SEQUENCIA.
           MOVE WRK-DOC-DATA TO WRK-LP-DATA.
           MOVE WRK-DOC-VALOR TO WRK-LP-VALOR.
           MOVE WRK-EVENTO TO WRK-LP-EVENTO.
           MOVE WRK-DOC-NUMERO TO WRK-LP-DOCUMENTO.
           MOVE WRK-DOC-CLIENTE TO WRK-LP-CLIENTE.
           MOVE WRK-HISTORICO TO WRK-LP-HISTORICO.
           WRITE REG-LANCAMENTO FROM WRK-LAN-PARTIDA.

           MOVE WRK-SEQUENCIA TO WRK-LN-SEQUENCIA.
           MOVE WRK-DOC-DATA TO WRK-LN-DATA.
           MOVE WRK-EVENTO TO WRK-LN-EVENTO.
           MOVE WRK-DOC-NUMERO TO WRK-LN-DOCUMENTO.
           MOVE WRK-DOC-CLIENTE TO WRK-LN-CLIENTE.
           MOVE WRK-LP-CONTA TO WRK-LN-CONTA.
           IF WRK-LP-DC = 'D'
               MOVE WRK-DOC-VALOR TO WRK-LN-DEBITO
               MOVE ZEROS TO WRK-LN-CREDITO
           ELSE
               MOVE ZEROS TO WRK-LN-DEBITO
               MOVE WRK-DOC-VALOR TO WRK-LN-CREDITO
           END-IF.
           MOVE WRK-HISTORICO TO WRK-LN-HISTORICO.
           MOVE WRK-LINHA-PARTIDA TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

      * TRAILER DO LOTE: QUANTIDADE DE PARTIDAS E OS DOIS TOTAIS, QUE
      * A IMPORTACAO CONFERE ANTES DE ACEITAR O LOTE
       0650-GRAVAR-TRAILER.
           MOVE WRK-ULT-LOTE TO WRK-LT-LOTE.
           MOVE WRK-SEQUENCIA TO WRK-LT-QTD-PARTIDAS.
           MOVE WRK-TOT-DEBITOS TO WRK-LT-TOT-DEBITOS.
           MOVE WRK-TOT-CREDITOS TO WRK-LT-TOT-CREDITOS.
           WRITE REG-LANCAMENTO FROM WRK-LAN-TRAILER.

       0700-GRAVAR-RESUMO.
           IF WRK-CONT-DOCUMENTOS = 0
               MOVE SPACES TO WRK-IMP-AREA
               STRING 'NENHUM DOCUMENTO NOVO DESDE A ULTIMA '
                   DELIMITED BY SIZE
                   'EXPORTACAO - LOTE NAO GERADO'
                   DELIMITED BY SIZE INTO WRK-IMP-AREA
               END-STRING
               PERFORM 9800-IMPRIMIR-LINHA
           ELSE
               MOVE SPACES TO WRK-IMP-AREA
               STRING '----------------------------------'
                   DELIMITED BY SIZE INTO WRK-IMP-AREA
               END-STRING
               PERFORM 9800-IMPRIMIR-LINHA
               MOVE WRK-ULT-LOTE TO WRK-CONT-ED
               MOVE SPACES TO WRK-IMP-AREA
               STRING 'LOTE................: ' DELIMITED BY SIZE
                      WRK-CONT-ED              DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
               PERFORM 9800-IMPRIMIR-LINHA
               MOVE WRK-CONT-DOCUMENTOS TO WRK-CONT-ED
               MOVE SPACES TO WRK-IMP-AREA
               STRING 'DOCUMENTOS..........: ' DELIMITED BY SIZE
                      WRK-CONT-ED              DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
               PERFORM 9800-IMPRIMIR-LINHA
               MOVE WRK-SEQUENCIA TO WRK-CONT-ED
               MOVE SPACES TO WRK-IMP-AREA
               STRING 'PARTIDAS............: ' DELIMITED BY SIZE
                      WRK-CONT-ED              DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
               PERFORM 9800-IMPRIMIR-LINHA
               MOVE WRK-TOT-DEBITOS TO WRK-TOTAL-ED
               MOVE SPACES TO WRK-IMP-AREA
               STRING 'TOTAL A DEBITO...: R$' DELIMITED BY SIZE
                      WRK-TOTAL-ED            DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
               PERFORM 9800-IMPRIMIR-LINHA
               MOVE WRK-TOT-CREDITOS TO WRK-TOTAL-ED
               MOVE SPACES TO WRK-IMP-AREA
               STRING 'TOTAL A CREDITO..: R$' DELIMITED BY SIZE
                      WRK-TOTAL-ED            DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.

       0800-FECHAR-ARQUIVOS.
           CLOSE ARQ-LANCAMENTOS.
           PERFORM 9820-ENCERRAR-RELATORIO.
           CLOSE ARQ-RELATORIO.

      * O CONTROLE SO AVANCA DEPOIS DO LOTE GRAVADO E FECHADO
       0850-GRAVAR-CONTROLE.
           OPEN OUTPUT ARQ-LANCCTL.
           IF WRK-FS-LANCCTL NOT = '00'
               DISPLAY 'ERRO AO GRAVAR LANCCTL.DAT - FS='
                   WRK-FS-LANCCTL ' - LOTE ' WRK-ULT-LOTE
                   ' NAO PODE SER REEXPORTADO'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-NOVA-ULT-FATURA TO CTL-ULT-FATURA
               MOVE WRK-POS-PAGAMENTO TO CTL-QTD-PAGAMENTOS
               MOVE WRK-POS-CREDITO TO CTL-QTD-CREDITOS
               MOVE WRK-POS-ESTORNO TO CTL-QTD-ESTORNOS
               MOVE WRK-ULT-LOTE TO CTL-ULT-LOTE
               MOVE WRK-DATA-HOJE TO CTL-DATA
               WRITE REG-LANCCTL
               CLOSE ARQ-LANCCTL
           END-IF.

      * QUADRO DE IMPRESSAO PADRAO DO LOTE (IMPRESSO.CPY):
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
