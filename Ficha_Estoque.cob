       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHA-ESTOQUE.
      ***************************
      * Área de comentários
      * OBJETIVO: FICHA DE ESTOQUE POR MATERIAL A PARTIR DO RAZAO DE
      * ESTOQUE (MOVESTOQUE.DAT): CADA MATERIAL EM PAGINA PROPRIA, COM
      * OS MOVIMENTOS EM ORDEM DE DATA/HORA (IMPLANTACAO, RECEBIMENTO
      * DE COMPRA, SAIDA E DEVOLUCAO DE OBRA, AJUSTES), O DOCUMENTO, A
      * OBRA, O OPERADOR, O MOTIVO E O SALDO CORRIDO - MOSTRA PARA
      * ONDE O MATERIAL FOI. A DATA DO CARTAO EXECPARM.DAT ABRE O
      * PERIODO: O QUE VEIO ANTES ENTRA COMO SALDO ANTERIOR; SEM DATA,
      * A FICHA TRAZ O RAZAO INTEIRO. SAI EM FICHAEST.DYYYYMMDD.RPT,
      * ANOTADO NO RELCAT.DAT
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVESTOQUE ASSIGN TO 'MOVESTOQUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVESTOQUE.

      * MOVIMENTOS NA ORDEM MATERIAL / DATA / HORA; MOVIMENTOS DO
      * MESMO SEGUNDO FICAM NA ORDEM EM QUE FORAM LANCADOS
           SELECT ARQ-CLASSIF ASSIGN TO 'SORTWK01'.

           SELECT ARQ-RELATORIO ASSIGN TO DYNAMIC WRK-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

           SELECT ARQ-CATALOGO ASSIGN TO 'RELCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CATALOGO.

           SELECT ARQ-EXECPARM ASSIGN TO 'EXECPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXECPARM.

           SELECT ARQ-RUNLOG ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MOVESTOQUE
           RECORDING MODE IS F.
       01  REG-MOVESTOQUE       PIC X(83).

       SD  ARQ-CLASSIF.
       01  REG-CLASSIF.
           05 SRT-DATA          PIC 9(08).
           05 SRT-HORA          PIC 9(06).
           05 SRT-MATERIAL      PIC X(04).
           05 SRT-TIPO          PIC X(01).
           05 SRT-QTD-M2        PIC 9(06)V99.
           05 SRT-IMOVEL        PIC X(06).
           05 SRT-DOCUMENTO     PIC X(10).
           05 SRT-OPERADOR      PIC X(20).
           05 SRT-MOTIVO        PIC X(20).

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO      PIC X(132).

       FD  ARQ-CATALOGO
           RECORDING MODE IS F.
       01  REG-CATALOGO       PIC X(57).

       FD  ARQ-EXECPARM
           RECORDING MODE IS F.
       01  REG-EXECPARM       PIC X(26).

       FD  ARQ-RUNLOG
           RECORDING MODE IS F.
       01  REG-RUNLOG         PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-MOVESTOQUE PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATALOGO PIC X(02) VALUE ZEROS.
       77 WRK-FS-EXECPARM PIC X(02) VALUE ZEROS.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WRK-EOF-MOVESTOQUE PIC X(01) VALUE 'N'.
         88 FIM-MOVESTOQUE VALUE 'S'.
       77 WRK-EOF-CLASSIF PIC X(01) VALUE 'N'.
         88 FIM-CLASSIF VALUE 'S'.
       77 WRK-FLAG-PRIMEIRO PIC X(01) VALUE 'S'.
         88 PRIMEIRO-REGISTRO VALUE 'S'.
       77 WRK-FLAG-ANTERIOR PIC X(01) VALUE 'N'.
         88 ANTERIOR-IMPRESSO VALUE 'S'.

       COPY RUNLOG.

       COPY CATREL.

       COPY IMPRESSO.

       COPY EXECPARM.

       COPY MOVEST.

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

      * INICIO DO PERIODO DA FICHA (ZERO = RAZAO INTEIRO)
       77 WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-MATERIAL-ATU PIC X(04) VALUE SPACES.
       77 WRK-SALDO PIC S9(08)V99 VALUE ZEROS.
       77 WRK-ENTRADAS PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SAIDAS PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CONT-MATERIAIS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-AREA-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-AREA2-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SALDO-ED PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DATA-ED PIC 9(04)/99/99 VALUE ZEROS.

      * LINHA DO MOVIMENTO
       01 WRK-LINHA-DETALHE.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-DATA        PIC 9(04)/99/99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-TIPO        PIC X(12).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-DOCUMENTO   PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-OBRA        PIC X(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-ENTRADA     PIC ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-SAIDA       PIC ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-SALDO       PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-OPERADOR    PIC X(20).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-MOTIVO      PIC X(20).

      * CABECALHO DE COLUNAS, ALINHADO COLUNA A COLUNA COM
      * WRK-LINHA-DETALHE ACIMA, REPETIDO A CADA PAGINA
       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'DATA'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(12) VALUE 'MOVIMENTO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'DOCUMENTO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE 'OBRA'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'ENTRADA M2'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE '  SAIDA M2'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(14) VALUE '      SALDO M2'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(20) VALUE 'OPERADOR'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(20) VALUE 'MOTIVO'.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-MOVESTOQUE.
           MOVE 'N' TO WRK-EOF-CLASSIF.
           MOVE 'S' TO WRK-FLAG-PRIMEIRO.
           MOVE ZEROS TO WRK-CTL-LIDOS.
           MOVE ZEROS TO WRK-CTL-PROCESSADOS.
           MOVE ZEROS TO WRK-CTL-REJEITADOS.
           MOVE ZEROS TO WRK-CONT-MATERIAIS.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           MOVE 'FICHA-ESTOQUE' TO WRK-EP-PROGRAMA.
           PERFORM 9600-LER-EXECPARM.
           MOVE WRK-EP-DATA TO WRK-DATA-INICIO.

           PERFORM 0200-ABRIR-RELATORIO.
           SORT ARQ-CLASSIF
               ON ASCENDING KEY SRT-MATERIAL
                                SRT-DATA
                                SRT-HORA
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 0300-LIBERAR-MOVIMENTOS
               OUTPUT PROCEDURE IS 0400-IMPRIMIR-FICHAS.
           PERFORM 9820-ENCERRAR-RELATORIO.
           CLOSE ARQ-RELATORIO.

           MOVE 'FICHA-ESTOQUE' TO WRK-RL-PROGRAMA.
           PERFORM 9700-GRAVAR-CONTROLE.

           MOVE WRK-CONT-MATERIAIS TO WRK-CONT-ED.
           DISPLAY 'MATERIAIS COM FICHA.: ' WRK-CONT-ED.
           DISPLAY 'RELATORIO EM ' WRK-NOME-RELATORIO.
           GOBACK.

       0200-ABRIR-RELATORIO.
           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING 'FICHAEST.D'    DELIMITED BY SIZE
                  WRK-DATA-HOJE   DELIMITED BY SIZE
                  '.RPT'          DELIMITED BY SIZE
               INTO WRK-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ' WRK-NOME-RELATORIO ' - FS='
                   WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'FICHA-ESTOQUE'    TO WRK-CAT-RELATORIO.
           MOVE WRK-DATA-HOJE      TO WRK-CAT-DATA.
           MOVE WRK-NOME-RELATORIO TO WRK-CAT-ARQUIVO.
           MOVE 'P'                TO WRK-CAT-SITUACAO.
           PERFORM 9650-GRAVAR-CATALOGO.

           MOVE 'FICHA DE ESTOQUE POR MATERIAL' TO WRK-IMP-TITULO.
           MOVE 'FICHA-ESTOQUE' TO WRK-IMP-PROGRAMA.
           MOVE WRK-DATA-HOJE TO WRK-IMP-DATA.
           MOVE ZEROS TO WRK-IMP-PAGINA.
           MOVE 99 TO WRK-IMP-LINHA.

      * MOVIMENTO ILEGIVEL FICA FORA DA FICHA, COMO NO SALDO-ESTOQUE
       0300-LIBERAR-MOVIMENTOS.
           OPEN INPUT ARQ-MOVESTOQUE.
           IF WRK-FS-MOVESTOQUE = '00'
               PERFORM UNTIL FIM-MOVESTOQUE
                   READ ARQ-MOVESTOQUE INTO WRK-REG-MOVIMENTO
                       AT END
                           MOVE 'S' TO WRK-EOF-MOVESTOQUE
                       NOT AT END
                           ADD 1 TO WRK-CTL-LIDOS
                           IF MOV-TIPO-VALIDO
                               AND WRK-MOV-QTD-M2 NUMERIC
                               MOVE WRK-REG-MOVIMENTO TO REG-CLASSIF
                               RELEASE REG-CLASSIF
                           ELSE
                               ADD 1 TO WRK-CTL-REJEITADOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MOVESTOQUE
           ELSE
               IF WRK-FS-MOVESTOQUE NOT = '35'
                   DISPLAY 'ERRO AO ABRIR MOVESTOQUE.DAT - FS='
                       WRK-FS-MOVESTOQUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       0400-IMPRIMIR-FICHAS.
           PERFORM UNTIL FIM-CLASSIF
               RETURN ARQ-CLASSIF
                   AT END
                       MOVE 'S' TO WRK-EOF-CLASSIF
                   NOT AT END
                       IF PRIMEIRO-REGISTRO
                           MOVE 'N' TO WRK-FLAG-PRIMEIRO
                           PERFORM 0410-ABRIR-MATERIAL
                       ELSE
                           IF SRT-MATERIAL NOT = WRK-MATERIAL-ATU
                               PERFORM 0440-FECHAR-MATERIAL
                               PERFORM 0410-ABRIR-MATERIAL
                           END-IF
                       END-IF
                       PERFORM 0420-TRATAR-MOVIMENTO
               END-RETURN
           END-PERFORM.
           IF PRIMEIRO-REGISTRO
               MOVE SPACES TO WRK-IMP-AREA
               MOVE 'RAZAO DE ESTOQUE SEM MOVIMENTOS' TO WRK-IMP-AREA
               PERFORM 9800-IMPRIMIR-LINHA
           ELSE
               PERFORM 0440-FECHAR-MATERIAL
           END-IF.

      * CADA MATERIAL ABRE PAGINA NOVA, COM O CODIGO NO CABECALHO
       0410-ABRIR-MATERIAL.
           MOVE SRT-MATERIAL TO WRK-MATERIAL-ATU.
           MOVE ZEROS TO WRK-SALDO.
           MOVE ZEROS TO WRK-ENTRADAS.
           MOVE ZEROS TO WRK-SAIDAS.
           MOVE 'N' TO WRK-FLAG-ANTERIOR.
           ADD 1 TO WRK-CONT-MATERIAIS.
           MOVE 99 TO WRK-IMP-LINHA.

      * ANTES DO PERIODO SO SOMA NO SALDO ANTERIOR; NO PERIODO, A
      * PRIMEIRA LINHA IMPRESSA E O SALDO ANTERIOR
       0420-TRATAR-MOVIMENTO.
           IF SRT-DATA < WRK-DATA-INICIO
               IF SRT-TIPO = 'I' OR 'R' OR 'D' OR 'P'
                   ADD SRT-QTD-M2 TO WRK-SALDO
               ELSE
                   SUBTRACT SRT-QTD-M2 FROM WRK-SALDO
               END-IF
           ELSE
               IF NOT ANTERIOR-IMPRESSO
                   PERFORM 0430-IMPRIMIR-ANTERIOR
               END-IF
               PERFORM 0425-IMPRIMIR-MOVIMENTO
           END-IF.

       0425-IMPRIMIR-MOVIMENTO.
           ADD 1 TO WRK-CTL-PROCESSADOS.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE SRT-DATA TO WRK-LD-DATA.
           MOVE ZEROS TO WRK-LD-ENTRADA.
           MOVE ZEROS TO WRK-LD-SAIDA.
           EVALUATE SRT-TIPO
               WHEN 'I'
                   MOVE 'IMPLANTACAO' TO WRK-LD-TIPO
               WHEN 'R'
                   MOVE 'RECEBIMENTO' TO WRK-LD-TIPO
               WHEN 'S'
                   MOVE 'SAIDA OBRA' TO WRK-LD-TIPO
               WHEN 'D'
                   MOVE 'DEVOL. OBRA' TO WRK-LD-TIPO
               WHEN 'P'
                   MOVE 'AJUSTE +' TO WRK-LD-TIPO
               WHEN 'N'
                   MOVE 'AJUSTE -' TO WRK-LD-TIPO
           END-EVALUATE.
           IF SRT-TIPO = 'I' OR 'R' OR 'D' OR 'P'
               MOVE SRT-QTD-M2 TO WRK-LD-ENTRADA
               ADD SRT-QTD-M2 TO WRK-SALDO
               ADD SRT-QTD-M2 TO WRK-ENTRADAS
           ELSE
               MOVE SRT-QTD-M2 TO WRK-LD-SAIDA
               SUBTRACT SRT-QTD-M2 FROM WRK-SALDO
               ADD SRT-QTD-M2 TO WRK-SAIDAS
           END-IF.
           MOVE SRT-DOCUMENTO TO WRK-LD-DOCUMENTO.
           MOVE SRT-IMOVEL TO WRK-LD-OBRA.
           MOVE WRK-SALDO TO WRK-LD-SALDO.
           MOVE SRT-OPERADOR TO WRK-LD-OPERADOR.
           MOVE SRT-MOTIVO TO WRK-LD-MOTIVO.
           MOVE WRK-LINHA-DETALHE TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

       0430-IMPRIMIR-ANTERIOR.
           SET ANTERIOR-IMPRESSO TO TRUE.
           IF WRK-DATA-INICIO > ZEROS
               MOVE WRK-DATA-INICIO TO WRK-DATA-ED
               MOVE WRK-SALDO TO WRK-SALDO-ED
               MOVE SPACES TO WRK-IMP-AREA
               STRING '  SALDO ANTERIOR A ' DELIMITED BY SIZE
                      WRK-DATA-ED DELIMITED BY SIZE
                      ': ' DELIMITED BY SIZE
                      WRK-SALDO-ED DELIMITED BY SIZE
                      ' M2' DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.

      * MATERIAL SEM MOVIMENTO NO PERIODO AINDA SAI COM O SALDO
       0440-FECHAR-MATERIAL.
           IF NOT ANTERIOR-IMPRESSO
               PERFORM 0430-IMPRIMIR-ANTERIOR
           END-IF.
           MOVE WRK-ENTRADAS TO WRK-AREA-ED.
           MOVE WRK-SAIDAS TO WRK-AREA2-ED.
           MOVE WRK-SALDO TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING '  TOTAL ' DELIMITED BY SIZE
                  WRK-MATERIAL-ATU DELIMITED BY SIZE
                  ' - ENTRADAS ' DELIMITED BY SIZE
                  WRK-AREA-ED DELIMITED BY SIZE
                  ' SAIDAS ' DELIMITED BY SIZE
                  WRK-AREA2-ED DELIMITED BY SIZE
                  ' SALDO FINAL ' DELIMITED BY SIZE
                  WRK-SALDO-ED DELIMITED BY SIZE
                  ' M2' DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

      * QUADRO DE IMPRESSAO PADRAO (IMPRESSO.CPY)
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
           STRING 'MATERIAL: ' DELIMITED BY SIZE
                  WRK-MATERIAL-ATU DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.
           WRITE REG-RELATORIO FROM WRK-LINHA-CABECALHO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 4 TO WRK-IMP-LINHA.

       9820-ENCERRAR-RELATORIO.
           WRITE REG-RELATORIO FROM WRK-IMP-FIM-RELATORIO.

           COPY LERPARM.

           COPY GRAVALOG.

           COPY GRAVACAT.
