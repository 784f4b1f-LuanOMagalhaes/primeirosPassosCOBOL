       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETORNO-BANCARIO.
      ***************************
      * Área de comentários
      * OBJETIVO: IMPORTAR O ARQUIVO DE RETORNO DA COBRANCA BANCARIA
      * (RETORNO.DAT, UMA LINHA POR BOLETO PAGO, COM O NOSSO
      * FAT-NUMERO COMO REFERENCIA) E BAIXAR CADA PAGAMENTO NA FATURA
      * CERTA DE FATURAS.DAT, GRAVANDO O RECEBIMENTO EM PAGAMENTOS.DAT
      * COMO A DIGITACAO DO RECEBE-PAGAMENTOS. RETORNO SEM FATURA,
      * COM VALOR DIFERENTE DO SALDO OU DE FATURA JA PAGA NAO E
      * BAIXADO: VAI PARA O RELATORIO DE EXCECOES DO CAIXA
      * (RETORNO.DYYYYMMDD.RPT, ANOTADO NO CATALOGO RELCAT.DAT).
      * O RECEBIMENTO SAI COM O OPERADOR RETORNO-BANCARIO E A FATURA
      * BAIXADA VAI PARA PAGBAIXAS.DAT, PARA O ESTORNO DO
      * RECEBE-PAGAMENTOS
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * RETORNO DO BANCO: LAYOUT FIXO, UM BOLETO LIQUIDADO POR LINHA
           SELECT ARQ-RETORNO ASSIGN TO 'RETORNO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETORNO.

      * CADASTRO DE FATURAS INDEXADO: CADA BOLETO LE E REGRAVA SO A
      * PROPRIA FATURA, PELO NUMERO
           SELECT ARQ-FATURAS ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-FATURAS.

           SELECT ARQ-PAGAMENTOS ASSIGN TO 'PAGAMENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAGAMENTOS.

      * FATURA BAIXADA POR CADA RECEBIMENTO (DOCUMENTO = POSICAO EM
      * PAGAMENTOS.DAT), COMO NA BAIXA DIGITADA
           SELECT ARQ-BAIXAS ASSIGN TO 'PAGBAIXAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BAIXAS.

      * AS EXCECOES SAEM COMO GERACAO DATADA (RETORNO.DYYYYMMDD.RPT),
      * ANOTADA NO CATALOGO RELCAT.DAT COMO OS DEMAIS RELATORIOS
           SELECT ARQ-RELATORIO ASSIGN TO DYNAMIC WRK-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

           SELECT ARQ-CATALOGO ASSIGN TO 'RELCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CATALOGO.

           SELECT ARQ-RUNLOG ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

      * TRAVA DA JANELA DE LOTE: A IMPORTACAO REGRAVA O FATURAS.DAT
      * LIDO PELA CHECAGEM DE CREDITO DO FRETE, COMO A BAIXA DIGITADA
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
       FD  ARQ-RETORNO
           RECORDING MODE IS F.
       01  REG-RETORNO.
           05 RET-FATURA      PIC 9(06).
           05 RET-DATA        PIC 9(08).
           05 RET-VALOR       PIC 9(11)V99.
           05 RET-BANCO       PIC X(03).
           05 RET-BOLETO      PIC X(15).

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

       FD  ARQ-BAIXAS
           RECORDING MODE IS F.
       01  REG-BAIXA.
           05 BXA-DOCUMENTO   PIC 9(07).
           05 BXA-FATURA      PIC 9(06).
           05 BXA-VALOR       PIC 9(11)V99.

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
       77 WRK-FS-RETORNO PIC X(02) VALUE ZEROS.
       77 WRK-FS-FATURAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-PAGAMENTOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-BAIXAS PIC X(02) VALUE ZEROS.
       77 WRK-EOF-PAGAMENTOS PIC X(01) VALUE 'N'.
         88 FIM-PAGAMENTOS VALUE 'S'.
       77 WRK-POS-PAGAMENTO PIC 9(07) VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATALOGO PIC X(02) VALUE ZEROS.
       77 WRK-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRAVA PIC X(02) VALUE ZEROS.
       77 WRK-EOF-RETORNO PIC X(01) VALUE 'N'.
         88 FIM-RETORNO VALUE 'S'.
       77 WRK-FLAG-CADASTRO PIC X(01) VALUE 'N'.
         88 CADASTRO-ABERTO VALUE 'S'.

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

      * RESULTADO DO CASAMENTO DE CADA LINHA DO RETORNO
       77 WRK-FLAG-ACHOU PIC X(01) VALUE 'N'.
         88 FATURA-ACHADA VALUE 'S'.
       77 WRK-MOTIVO PIC X(30) VALUE SPACES.
       77 WRK-CONT-BAIXADOS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-EXCECOES PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-BAIXADO PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-EXCECAO PIC 9(12)V99 VALUE ZEROS.

       77 WRK-VALOR-ED PIC ZZ.ZZZ.ZZZ.ZZZ,ZZ VALUE ZEROS.
       77 WRK-CONT-ED PIC ZZZZ9 VALUE ZEROS.

       01 WRK-LINHA-EXCECAO.
           05 WRK-LE-FATURA      PIC 9(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LE-DATA        PIC 9(04)/99/99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LE-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LE-SALDO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LE-BOLETO      PIC X(15).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LE-MOTIVO      PIC X(30).

      * CABECALHO DE COLUNAS DAS EXCECOES, ALINHADO COLUNA A COLUNA
      * COM WRK-LINHA-EXCECAO ACIMA, REPETIDO A CADA PAGINA
       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(06) VALUE 'FATURA'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'PAGTO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(17) VALUE '       VALOR PAGO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(17) VALUE '     SALDO FATURA'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(15) VALUE 'BOLETO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(30) VALUE 'MOTIVO DA EXCECAO'.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-RETORNO.
           MOVE 'N' TO WRK-FLAG-CADASTRO.
           MOVE ZEROS TO WRK-CTL-LIDOS.
           MOVE ZEROS TO WRK-CTL-PROCESSADOS.
           MOVE ZEROS TO WRK-CTL-REJEITADOS.
           MOVE ZEROS TO WRK-CONT-BAIXADOS.
           MOVE ZEROS TO WRK-CONT-EXCECOES.
           MOVE ZEROS TO WRK-TOT-BAIXADO.
           MOVE ZEROS TO WRK-TOT-EXCECAO.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           PERFORM 9550-CONFERIR-TRAVA.
           IF TRAVA-ATIVA
               DISPLAY 'JANELA DE LOTE EM USO POR '
                   WRK-TL-PROGRAMA ' DESDE ' WRK-TL-DATA
                   ' - IMPORTACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 9560-CARREGAR-PERIODO.

           PERFORM 0200-ABRIR-FATURAS.
           PERFORM 0250-ABRIR-ARQUIVOS.
           PERFORM 0300-LER-RETORNO.
           PERFORM UNTIL FIM-RETORNO
               PERFORM 0400-TRATAR-RETORNO
               PERFORM 0300-LER-RETORNO
           END-PERFORM.
           PERFORM 0700-GRAVAR-RESUMO.
           PERFORM 0800-FECHAR-ARQUIVOS.

           MOVE WRK-CONT-BAIXADOS TO WRK-CTL-PROCESSADOS.
           MOVE WRK-CONT-EXCECOES TO WRK-CTL-REJEITADOS.
           MOVE 'RETORNO-BANCO' TO WRK-RL-PROGRAMA.
           PERFORM 9700-GRAVAR-CONTROLE.

           MOVE WRK-CONT-BAIXADOS TO WRK-CONT-ED.
           DISPLAY 'BOLETOS BAIXADOS: ' WRK-CONT-ED.
           MOVE WRK-CONT-EXCECOES TO WRK-CONT-ED.
           DISPLAY 'EXCECOES PARA O CAIXA: ' WRK-CONT-ED
               ' (VER ' WRK-NOME-RELATORIO ')'.
           GOBACK.

       0200-ABRIR-FATURAS.
           OPEN I-O ARQ-FATURAS.
           IF WRK-FS-FATURAS NOT = '00'
               DISPLAY 'NENHUMA FATURA CADASTRADA (FATURAS.DAT '
                   'AUSENTE) - TODO O RETORNO VAI PARA EXCECOES'
           ELSE
               SET CADASTRO-ABERTO TO TRUE
           END-IF.

       0250-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-RETORNO.
           IF WRK-FS-RETORNO NOT = '00'
               DISPLAY 'ERRO AO ABRIR RETORNO.DAT - FS='
                   WRK-FS-RETORNO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * OS RECEBIMENTOS JA GRAVADOS DAO O NUMERO DO PROXIMO
      * DOCUMENTO
           MOVE ZEROS TO WRK-POS-PAGAMENTO.
           MOVE 'N' TO WRK-EOF-PAGAMENTOS.
           OPEN INPUT ARQ-PAGAMENTOS.
           IF WRK-FS-PAGAMENTOS = '00'
               PERFORM UNTIL FIM-PAGAMENTOS
                   READ ARQ-PAGAMENTOS
                       AT END
                           MOVE 'S' TO WRK-EOF-PAGAMENTOS
                       NOT AT END
                           ADD 1 TO WRK-POS-PAGAMENTO
                   END-READ
               END-PERFORM
               CLOSE ARQ-PAGAMENTOS
           END-IF.

           OPEN EXTEND ARQ-PAGAMENTOS.
           IF WRK-FS-PAGAMENTOS = '35'
               OPEN OUTPUT ARQ-PAGAMENTOS
           END-IF.
           IF WRK-FS-PAGAMENTOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR PAGAMENTOS.DAT - FS='
                   WRK-FS-PAGAMENTOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND ARQ-BAIXAS.
           IF WRK-FS-BAIXAS = '35'
               OPEN OUTPUT ARQ-BAIXAS
           END-IF.
           IF WRK-FS-BAIXAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR PAGBAIXAS.DAT - FS='
                   WRK-FS-BAIXAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING 'RETORNO.D'    DELIMITED BY SIZE
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
           MOVE 'RETORNO'          TO WRK-CAT-RELATORIO.
           MOVE WRK-DATA-HOJE      TO WRK-CAT-DATA.
           MOVE WRK-NOME-RELATORIO TO WRK-CAT-ARQUIVO.
           MOVE 'P'                TO WRK-CAT-SITUACAO.
           PERFORM 9650-GRAVAR-CATALOGO.

           MOVE 'RETORNO BANCARIO - EXCECOES PARA O CAIXA'
               TO WRK-IMP-TITULO.
           MOVE 'RETORNO-BANCO' TO WRK-IMP-PROGRAMA.
           MOVE WRK-DATA-HOJE TO WRK-IMP-DATA.
           MOVE ZEROS TO WRK-IMP-PAGINA.
           MOVE 99 TO WRK-IMP-LINHA.

       0300-LER-RETORNO.
           READ ARQ-RETORNO
               AT END
                   MOVE 'S' TO WRK-EOF-RETORNO
               NOT AT END
                   ADD 1 TO WRK-CTL-LIDOS
           END-READ.

      * CADA BOLETO SO BAIXA A PROPRIA FATURA, E SOMENTE PELO SALDO
      * EXATO EM ABERTO; QUALQUER OUTRA SITUACAO E EXCECAO DO CAIXA
      * E A FATURA NAO E TOCADA, INCLUSIVE O BOLETO PAGO EM MES QUE A
      * CONTABILIDADE JA FECHOU. UM BOLETO REPETIDO NO MESMO RETORNO
      * ENCONTRA A FATURA JA PAGA PELO PRIMEIRO E CAI NAS EXCECOES
       0400-TRATAR-RETORNO.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE 'N' TO WRK-FLAG-ACHOU.
           IF RET-FATURA NOT NUMERIC OR RET-VALOR NOT NUMERIC
               OR RET-DATA NOT NUMERIC
               MOVE 'LINHA DO RETORNO INVALIDA' TO WRK-MOTIVO
           ELSE
               PERFORM 0410-BUSCAR-FATURA
               MOVE RET-DATA TO WRK-PF-DATA-DOC
               PERFORM 9565-CONFERIR-PERIODO
               EVALUATE TRUE
                   WHEN PERIODO-FECHADO
                       MOVE 'PAGAMENTO EM MES JA FECHADO' TO WRK-MOTIVO
                   WHEN NOT FATURA-ACHADA
                       MOVE 'FATURA NAO ENCONTRADA' TO WRK-MOTIVO
                   WHEN FAT-SITUACAO = 'P'
                       MOVE 'FATURA JA PAGA' TO WRK-MOTIVO
                   WHEN RET-VALOR NOT = FAT-SALDO
                       MOVE 'VALOR DIFERENTE DO SALDO' TO WRK-MOTIVO
                   WHEN OTHER
                       PERFORM 0500-BAIXAR-FATURA
               END-EVALUATE
           END-IF.
           IF WRK-MOTIVO NOT = SPACES
               PERFORM 0450-GRAVAR-EXCECAO
           END-IF.

       0410-BUSCAR-FATURA.
           IF CADASTRO-ABERTO
               MOVE RET-FATURA TO FAT-NUMERO
               READ ARQ-FATURAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET FATURA-ACHADA TO TRUE
               END-READ
           END-IF.

       0450-GRAVAR-EXCECAO.
           ADD 1 TO WRK-CONT-EXCECOES.
           MOVE RET-FATURA TO WRK-LE-FATURA.
           MOVE RET-DATA   TO WRK-LE-DATA.
           IF RET-VALOR NUMERIC
               MOVE RET-VALOR TO WRK-LE-VALOR
               ADD RET-VALOR TO WRK-TOT-EXCECAO
           ELSE
               MOVE ZEROS TO WRK-LE-VALOR
           END-IF.
           IF FATURA-ACHADA
               MOVE FAT-SALDO TO WRK-LE-SALDO
           ELSE
               MOVE ZEROS TO WRK-LE-SALDO
           END-IF.
           MOVE RET-BOLETO TO WRK-LE-BOLETO.
           MOVE WRK-MOTIVO TO WRK-LE-MOTIVO.
           MOVE WRK-LINHA-EXCECAO TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

      * BAIXA INTEGRAL DA FATURA PELO BOLETO E TRILHA DO RECEBIMENTO
      * EM PAGAMENTOS.DAT, NO MESMO LAYOUT DA DIGITACAO: TUDO
      * APLICADO, NADA DE SOBRA
       0500-BAIXAR-FATURA.
           MOVE ZEROS TO FAT-SALDO.
           MOVE 'P' TO FAT-SITUACAO.
           REWRITE REG-FATURA
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR FATURA ' FAT-NUMERO
                       ' - FS=' WRK-FS-FATURAS
                   MOVE 8 TO RETURN-CODE
                   MOVE 'ERRO AO REGRAVAR A FATURA' TO WRK-MOTIVO
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-BAIXADOS
                   ADD RET-VALOR TO WRK-TOT-BAIXADO
                   MOVE FAT-CLIENTE TO PAG-CLIENTE
                   MOVE RET-DATA  TO PAG-DATA
                   MOVE RET-VALOR TO PAG-VALOR
                   MOVE RET-VALOR TO PAG-APLICADO
                   MOVE ZEROS     TO PAG-SOBRA
                   MOVE 'RETORNO-BANCARIO' TO PAG-OPERADOR
                   WRITE REG-PAGAMENTO
                   ADD 1 TO WRK-POS-PAGAMENTO
                   MOVE WRK-POS-PAGAMENTO TO BXA-DOCUMENTO
                   MOVE FAT-NUMERO TO BXA-FATURA
                   MOVE RET-VALOR  TO BXA-VALOR
                   WRITE REG-BAIXA
           END-REWRITE.

      * O RESUMO FECHA O RELATORIO: O CAIXA CONFERE O TOTAL BAIXADO
      * MAIS O TOTAL EM EXCECAO CONTRA O CREDITO DO BANCO NO EXTRATO
       0700-GRAVAR-RESUMO.
           IF WRK-CONT-EXCECOES = 0
               MOVE SPACES TO WRK-IMP-AREA
               STRING 'NENHUMA EXCECAO NO RETORNO' DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING '----------------------------------' DELIMITED BY
               SIZE INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

           MOVE WRK-CONT-BAIXADOS TO WRK-CONT-ED.
           MOVE WRK-TOT-BAIXADO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'BOLETOS BAIXADOS...: ' DELIMITED BY SIZE
                  WRK-CONT-ED             DELIMITED BY SIZE
                  '  TOTAL R$'            DELIMITED BY SIZE
                  WRK-VALOR-ED            DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

           MOVE WRK-CONT-EXCECOES TO WRK-CONT-ED.
           MOVE WRK-TOT-EXCECAO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'BOLETOS EM EXCECAO.: ' DELIMITED BY SIZE
                  WRK-CONT-ED             DELIMITED BY SIZE
                  '  TOTAL R$'            DELIMITED BY SIZE
                  WRK-VALOR-ED            DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

       0800-FECHAR-ARQUIVOS.
           IF CADASTRO-ABERTO
               CLOSE ARQ-FATURAS
           END-IF.
           CLOSE ARQ-RETORNO.
           CLOSE ARQ-PAGAMENTOS.
           CLOSE ARQ-BAIXAS.
           PERFORM 9820-ENCERRAR-RELATORIO.
           CLOSE ARQ-RELATORIO.

      * QUADRO DE IMPRESSAO PADRAO DAS EXCECOES (IMPRESSO.CPY):
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
