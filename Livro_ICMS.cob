       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIVRO-ICMS.
      ***************************
      * Área de comentários
      * OBJETIVO: LIVRO MENSAL DO ICMS SOBRE O FRETE. LE O DETALHE
      * DE FATURAMENTO FATURA.ITN (GRAVADO PELO FATURA-FRETE COM A
      * DATA, O PAR DE UF DA PRESTACAO, A ALIQUOTA E O ICMS DE CADA
      * PEDIDO), TOTALIZA A BASE (FRETE FATURADO) E O IMPOSTO DO MES
      * INFORMADO POR UF DE ORIGEM / UF DE DESTINO E IMPRIME O LIVRO
      * EM ORDEM DE PAR DE UF (LIVROICMS.DYYYYMMDD.RPT, ANOTADO NO
      * RELCAT.DAT). ITEM FATURADO ANTES DO CALCULO DO ICMS NAO TEM
      * DATA E FICA FORA DO LIVRO; PEDIDO FATURADO SEM DEPOSITO OU
      * SEM ALIQUOTA CADASTRADA SAI NO SEU PAR COM ICMS ZERADO E E
      * CONTADO A PARTE NO RODAPE
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DETALHE DE FATURAMENTO, SO LIDO
           SELECT ARQ-FAT-ITENS ASSIGN TO 'FATURA.ITN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FAT-ITENS.

      * ARQUIVO DE TRABALHO DO SORT: OS TOTAIS POR PAR DE UF SAEM DA
      * TABELA EM ORDEM DE ORIGEM E DESTINO PARA O LIVRO
           SELECT ARQ-CLASSIF ASSIGN TO 'SORTWK01'.

      * O LIVRO SAI COMO GERACAO DATADA (LIVROICMS.DYYYYMMDD.RPT),
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
       FD  ARQ-FAT-ITENS
           RECORDING MODE IS F.
       01  REG-FAT-ITEM.
           05 FIT-FATURA      PIC 9(06).
           05 FIT-PEDIDO      PIC 9(06).
           05 FIT-CLIENTE     PIC X(06).
           05 FIT-VALOR       PIC 9(10)V99.
           05 FIT-DATA        PIC 9(08).
           05 FIT-DATA-R REDEFINES FIT-DATA.
               10 FIT-ANO-MES     PIC 9(06).
               10 FIT-DIA         PIC 9(02).
           05 FIT-UF-ORIGEM   PIC X(02).
           05 FIT-UF-DESTINO  PIC X(02).
           05 FIT-ALIQUOTA    PIC 9(02)V99.
           05 FIT-ICMS        PIC 9(08)V99.
           05 FIT-CONSOLIDACAO PIC 9(06).

       SD  ARQ-CLASSIF.
       01  REG-CLASSIF.
           05 SRT-UF-ORIGEM     PIC X(02).
           05 SRT-UF-DESTINO    PIC X(02).
           05 SRT-QTD           PIC 9(05).
           05 SRT-BASE          PIC 9(12)V99.
           05 SRT-ICMS          PIC 9(12)V99.

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
       77 WRK-FS-FAT-ITENS PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATALOGO PIC X(02) VALUE ZEROS.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WRK-EOF-FAT-ITENS PIC X(01) VALUE 'N'.
         88 FIM-FAT-ITENS VALUE 'S'.
       77 WRK-EOF-CLASSIF PIC X(01) VALUE 'N'.
         88 FIM-CLASSIF VALUE 'S'.

       COPY RUNLOG.

       COPY CATREL.

       COPY IMPRESSO.

      * MES DE REFERENCIA DO LIVRO (AAAAMM)
       77 WRK-MES-X PIC X(06) VALUE SPACES.
       77 WRK-MES REDEFINES WRK-MES-X PIC 9(06).

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

      * TOTAIS DO MES POR PAR DE UF (ORIGEM DA PRESTACAO / DESTINO)
       77 WRK-QTD-PARES PIC 9(04) VALUE ZEROS.
       01 TAB-PARES.
           05 TAB-PAR-ITEM OCCURS 800 TIMES
                            INDEXED BY IDX-PAR.
               10 TAB-PAR-UF-ORIGEM  PIC X(02).
               10 TAB-PAR-UF-DESTINO PIC X(02).
               10 TAB-PAR-QTD        PIC 9(05).
               10 TAB-PAR-BASE       PIC 9(12)V99.
               10 TAB-PAR-ICMS       PIC 9(12)V99.
       77 WRK-IDX-PAR PIC 9(04) VALUE ZEROS.

       77 WRK-TOT-QTD PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-BASE PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-ICMS PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CONT-SEM-ALIQUOTA PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-SEM-DATA PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-ED PIC ZZZZ9 VALUE ZEROS.

       01 WRK-LINHA-PAR.
           05 WRK-LN-PAR.
               10 FILLER             PIC X(02) VALUE SPACES.
               10 WRK-LN-UF-ORIGEM   PIC X(02).
               10 FILLER             PIC X(05) VALUE SPACES.
               10 WRK-LN-UF-DESTINO  PIC X(02).
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WRK-LN-QTD         PIC ZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LN-BASE        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LN-ICMS        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

      * CABECALHO DE COLUNAS, ALINHADO COLUNA A COLUNA COM
      * WRK-LINHA-PAR ACIMA, REPETIDO A CADA PAGINA
       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(07) VALUE 'ORIGEM '.
           05 FILLER             PIC X(06) VALUE 'DEST  '.
           05 FILLER             PIC X(06) VALUE 'PEDIDO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(20) VALUE
               '     BASE (FRETE) R$'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(20) VALUE
               '          ICMS    R$'.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-FAT-ITENS.
           MOVE 'N' TO WRK-EOF-CLASSIF.
           MOVE ZEROS TO WRK-CTL-LIDOS.
           MOVE ZEROS TO WRK-CTL-PROCESSADOS.
           MOVE ZEROS TO WRK-CTL-REJEITADOS.
           MOVE ZEROS TO WRK-QTD-PARES.
           MOVE ZEROS TO WRK-TOT-QTD.
           MOVE ZEROS TO WRK-TOT-BASE.
           MOVE ZEROS TO WRK-TOT-ICMS.
           MOVE ZEROS TO WRK-CONT-SEM-ALIQUOTA.
           MOVE ZEROS TO WRK-CONT-SEM-DATA.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           PERFORM 0150-OBTER-MES.
           PERFORM 0200-ABRIR-ARQUIVOS.
           PERFORM 0300-ACUMULAR-ITENS.
           PERFORM 0500-ABRIR-RELATORIO.
           SORT ARQ-CLASSIF
               ON ASCENDING KEY SRT-UF-ORIGEM SRT-UF-DESTINO
               INPUT PROCEDURE IS 0510-LIBERAR-PARES
               OUTPUT PROCEDURE IS 0520-IMPRIMIR-PARES.
           PERFORM 0560-IMPRIMIR-TOTAIS.
           PERFORM 9820-ENCERRAR-RELATORIO.
           CLOSE ARQ-RELATORIO.
           MOVE 'LIVRO-ICMS' TO WRK-RL-PROGRAMA.
           PERFORM 9700-GRAVAR-CONTROLE.
           GOBACK.

      * MES DE REFERENCIA DO LIVRO: BRANCO ASSUME O MES DA DATA
      * CORRENTE
       0150-OBTER-MES.
           DISPLAY 'MES DO LIVRO DE ICMS (AAAAMM, BRANCO=MES ATUAL)'
           ACCEPT WRK-MES-X FROM CONSOLE.
           IF WRK-MES-X = SPACES OR WRK-MES-X NOT NUMERIC
               MOVE WRK-DATA-HOJE (1:6) TO WRK-MES-X
           END-IF.

       0200-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-FAT-ITENS.
           IF WRK-FS-FAT-ITENS NOT = '00'
               DISPLAY 'ERRO AO ABRIR FATURA.ITN - FS='
                   WRK-FS-FAT-ITENS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * SO ENTRA NO LIVRO O ITEM FATURADO NO MES; ITEM SEM DATA
      * (FATURADO ANTES DO CALCULO DO ICMS) E CONTADO COMO REJEITADO
       0300-ACUMULAR-ITENS.
           PERFORM UNTIL FIM-FAT-ITENS
               READ ARQ-FAT-ITENS
                   AT END
                       MOVE 'S' TO WRK-EOF-FAT-ITENS
                   NOT AT END
                       ADD 1 TO WRK-CTL-LIDOS
                       IF FIT-DATA NOT NUMERIC
                           ADD 1 TO WRK-CTL-REJEITADOS
                           ADD 1 TO WRK-CONT-SEM-DATA
                       ELSE
                           IF FIT-ANO-MES = WRK-MES
                               ADD 1 TO WRK-CTL-PROCESSADOS
                               PERFORM 0310-ACUMULAR-PAR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FAT-ITENS.

       0310-ACUMULAR-PAR.
           IF FIT-ALIQUOTA NOT NUMERIC
               MOVE ZEROS TO FIT-ALIQUOTA
           END-IF.
           IF FIT-ICMS NOT NUMERIC
               MOVE ZEROS TO FIT-ICMS
           END-IF.
           IF FIT-ALIQUOTA = ZEROS
               ADD 1 TO WRK-CONT-SEM-ALIQUOTA
           END-IF.
           PERFORM 0330-ACHAR-PAR.
           ADD 1 TO TAB-PAR-QTD (IDX-PAR).
           ADD FIT-VALOR TO TAB-PAR-BASE (IDX-PAR).
           ADD FIT-ICMS TO TAB-PAR-ICMS (IDX-PAR).

       0330-ACHAR-PAR.
           SET IDX-PAR TO 1.
           SEARCH TAB-PAR-ITEM
               AT END
                   PERFORM 0335-CRIAR-PAR
               WHEN IDX-PAR > WRK-QTD-PARES
                   PERFORM 0335-CRIAR-PAR
               WHEN TAB-PAR-UF-ORIGEM (IDX-PAR) = FIT-UF-ORIGEM
                   AND TAB-PAR-UF-DESTINO (IDX-PAR) = FIT-UF-DESTINO
                   CONTINUE
           END-SEARCH.

       0335-CRIAR-PAR.
           IF WRK-QTD-PARES < 800
               ADD 1 TO WRK-QTD-PARES
               SET IDX-PAR TO WRK-QTD-PARES
               INITIALIZE TAB-PAR-ITEM (IDX-PAR)
               MOVE FIT-UF-ORIGEM TO TAB-PAR-UF-ORIGEM (IDX-PAR)
               MOVE FIT-UF-DESTINO TO TAB-PAR-UF-DESTINO (IDX-PAR)
           ELSE
               SET IDX-PAR TO WRK-QTD-PARES
               DISPLAY 'TABELA DE PARES DE UF CHEIA - ACUMULADO NO '
                   'ULTIMO'
           END-IF.

       0500-ABRIR-RELATORIO.
           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING 'LIVROICMS.D'  DELIMITED BY SIZE
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
           MOVE 'LIVRO-ICMS'       TO WRK-CAT-RELATORIO.
           MOVE WRK-DATA-HOJE      TO WRK-CAT-DATA.
           MOVE WRK-NOME-RELATORIO TO WRK-CAT-ARQUIVO.
           MOVE 'P'                TO WRK-CAT-SITUACAO.
           PERFORM 9650-GRAVAR-CATALOGO.

           MOVE SPACES TO WRK-IMP-TITULO.
           STRING 'LIVRO DE ICMS SOBRE FRETE - MES '
                  DELIMITED BY SIZE
                  WRK-MES-X DELIMITED BY SIZE
               INTO WRK-IMP-TITULO
           END-STRING.
           MOVE 'LIVRO-ICMS' TO WRK-IMP-PROGRAMA.
           MOVE WRK-DATA-HOJE TO WRK-IMP-DATA.
           MOVE ZEROS TO WRK-IMP-PAGINA.
           MOVE 99 TO WRK-IMP-LINHA.

       0510-LIBERAR-PARES.
           PERFORM VARYING WRK-IDX-PAR FROM 1 BY 1
                   UNTIL WRK-IDX-PAR > WRK-QTD-PARES
               MOVE TAB-PAR-UF-ORIGEM (WRK-IDX-PAR)  TO SRT-UF-ORIGEM
               MOVE TAB-PAR-UF-DESTINO (WRK-IDX-PAR) TO SRT-UF-DESTINO
               MOVE TAB-PAR-QTD (WRK-IDX-PAR)        TO SRT-QTD
               MOVE TAB-PAR-BASE (WRK-IDX-PAR)       TO SRT-BASE
               MOVE TAB-PAR-ICMS (WRK-IDX-PAR)       TO SRT-ICMS
               RELEASE REG-CLASSIF
           END-PERFORM.

      * SAIDA DO SORT: UMA LINHA POR PAR DE UF COM MOVIMENTO NO MES
       0520-IMPRIMIR-PARES.
           PERFORM UNTIL FIM-CLASSIF
               RETURN ARQ-CLASSIF
                   AT END
                       MOVE 'S' TO WRK-EOF-CLASSIF
                   NOT AT END
                       PERFORM 0530-IMPRIMIR-PAR
               END-RETURN
           END-PERFORM.

      * PEDIDO DE DEPOSITO SEM UF CADASTRADA SAI COM ORIGEM ??
       0530-IMPRIMIR-PAR.
           MOVE SPACES TO WRK-LN-PAR.
           MOVE SRT-UF-ORIGEM TO WRK-LN-UF-ORIGEM.
           IF SRT-UF-ORIGEM = SPACES
               MOVE '??' TO WRK-LN-UF-ORIGEM
           END-IF.
           MOVE SRT-UF-DESTINO TO WRK-LN-UF-DESTINO.
           MOVE SRT-QTD TO WRK-LN-QTD.
           MOVE SRT-BASE TO WRK-LN-BASE.
           MOVE SRT-ICMS TO WRK-LN-ICMS.
           MOVE WRK-LINHA-PAR TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           ADD SRT-QTD TO WRK-TOT-QTD.
           ADD SRT-BASE TO WRK-TOT-BASE.
           ADD SRT-ICMS TO WRK-TOT-ICMS.

       0560-IMPRIMIR-TOTAIS.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING '----------------------------------' DELIMITED BY
               SIZE INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE '  TOTAL' TO WRK-LN-PAR.
           MOVE WRK-TOT-QTD TO WRK-LN-QTD.
           MOVE WRK-TOT-BASE TO WRK-LN-BASE.
           MOVE WRK-TOT-ICMS TO WRK-LN-ICMS.
           MOVE WRK-LINHA-PAR TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-CONT-SEM-ALIQUOTA TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'PEDIDOS SEM DEPOSITO OU ALIQUOTA CADASTRADA '
                  DELIMITED BY SIZE
                  '(ICMS ZERADO): ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-CONT-SEM-DATA TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'ITENS FATURADOS ANTES DO CALCULO DO ICMS (FORA '
                  DELIMITED BY SIZE
                  'DO LIVRO): ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

      * QUADRO DE IMPRESSAO PADRAO DO LIVRO (IMPRESSO.CPY):
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
