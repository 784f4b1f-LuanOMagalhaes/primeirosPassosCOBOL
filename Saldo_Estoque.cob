       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDO-ESTOQUE.
      ***************************
      * Área de comentários
      * OBJETIVO: APURAR O SALDO EM MAOS DE CADA MATERIAL PELA SOMA
      * DOS MOVIMENTOS DO RAZAO DE ESTOQUE (MOVESTOQUE.DAT) E REFAZER
      * O ESTOQUE.DAT COM ELE - O ESTOQUE.DAT LIDO PELO LISTA-COMPRAS
      * PASSA A SER DERIVADO, NUNCA DIGITADO. NA PRIMEIRA RODADA, SEM
      * RAZAO, O SALDO QUE ESTAVA NO ESTOQUE.DAT ENTRA COMO MOVIMENTO
      * DE IMPLANTACAO. IMPRIME O SALDO POR MATERIAL E O RELATORIO DE
      * REPOSICAO: MATERIAIS ABAIXO DO PONTO DE REPOSICAO (ESTMIN.DAT)
      * DESCONTADO O QUE JA ESTA EM PEDIDO DE COMPRA ABERTO, COM AS
      * EMBALAGENS E O CUSTO PARA VOLTAR AO PONTO. SAI EM
      * REPOSICAO.DYYYYMMDD.RPT, ANOTADO NO RELCAT.DAT
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

           SELECT ARQ-ESTOQUE ASSIGN TO 'ESTOQUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTOQUE.

      * PONTO DE REPOSICAO POR MATERIAL, MANTIDO PELO
      * MOVIMENTA-ESTOQUE
           SELECT ARQ-ESTMIN ASSIGN TO 'ESTMIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTMIN.

           SELECT ARQ-PRECOS ASSIGN TO 'PRECOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRECOS.

      * PEDIDOS DE COMPRA AINDA NAO RECEBIDOS: JA ESTAO A CAMINHO E
      * NAO ENTRAM DE NOVO NA REPOSICAO
           SELECT ARQ-PEDCOMPRA ASSIGN TO 'PEDCOMPRA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDCOMPRA.

      * MATERIAIS APURADOS NA ORDEM DO CODIGO PARA A IMPRESSAO
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
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MOVESTOQUE
           RECORDING MODE IS F.
       01  REG-MOVESTOQUE       PIC X(83).

       FD  ARQ-ESTOQUE
           RECORDING MODE IS F.
       01  REG-ESTOQUE.
           05 EST-MATERIAL      PIC X(04).
           05 EST-QTD-M2        PIC 9(06)V99.

       FD  ARQ-ESTMIN
           RECORDING MODE IS F.
       01  REG-ESTMIN.
           05 MIN-MATERIAL      PIC X(04).
           05 MIN-QTD-M2        PIC 9(06)V99.

       FD  ARQ-PRECOS
           RECORDING MODE IS F.
       01  REG-PRECO.
           05 PRE-MATERIAL      PIC X(04).
           05 PRE-PRECO         PIC 9(04)V99.
           05 PRE-EMB-M2        PIC 9(03)V99.
           05 PRE-PRECO-EMB     PIC 9(06)V99.
           05 PRE-TIPO          PIC X(01).

       FD  ARQ-PEDCOMPRA
           RECORDING MODE IS F.
       01  REG-PEDCOMPRA.
           05 PCO-NUMERO        PIC 9(06).
           05 PCO-ITEM          PIC 9(02).
           05 PCO-FORNECEDOR    PIC X(04).
           05 PCO-DATA          PIC 9(08).
           05 PCO-MATERIAL      PIC X(04).
           05 PCO-EMBALAGENS    PIC 9(06).
           05 PCO-EMB-M2        PIC 9(03)V99.
           05 PCO-PRECO-EMB     PIC 9(06)V99.
           05 PCO-VALOR         PIC 9(10)V99.
           05 PCO-RECEBIDAS     PIC 9(06).
           05 PCO-DATA-ULT-REC  PIC 9(08).
           05 PCO-SITUACAO      PIC X(01).
             88 PCO-RECEBIDA    VALUE 'R'.

       SD  ARQ-CLASSIF.
       01  REG-CLASSIF.
           05 SRT-MATERIAL      PIC X(04).
           05 SRT-ENTRADAS      PIC 9(08)V99.
           05 SRT-SAIDAS        PIC 9(08)V99.
           05 SRT-SALDO         PIC S9(08)V99.
           05 SRT-MINIMO        PIC 9(06)V99.
           05 SRT-ENCOMENDA     PIC 9(08)V99.
           05 SRT-EMB-M2        PIC 9(03)V99.
           05 SRT-PRECO-EMB     PIC 9(06)V99.

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
       77 WRK-FS-MOVESTOQUE PIC X(02) VALUE ZEROS.
       77 WRK-FS-ESTOQUE PIC X(02) VALUE ZEROS.
       77 WRK-FS-ESTMIN PIC X(02) VALUE ZEROS.
       77 WRK-FS-PRECOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-PEDCOMPRA PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATALOGO PIC X(02) VALUE ZEROS.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WRK-EOF-ARQUIVO PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-EOF-CLASSIF PIC X(01) VALUE 'N'.
         88 FIM-CLASSIF VALUE 'S'.

       COPY RUNLOG.

       COPY CATREL.

       COPY IMPRESSO.

       COPY MOVEST.

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

      * APURACAO POR MATERIAL: MOVIMENTOS DO RAZAO, PONTO DE
      * REPOSICAO, EMBALAGEM DE PRECOS.DAT E O QUE ESTA EM PEDIDO
       77 WRK-QTD-MATERIAIS PIC 9(03) VALUE ZEROS.
       01 TAB-SALDOS.
           05 TAB-SLD-ITEM OCCURS 100 TIMES
                            INDEXED BY IDX-SLD.
               10 TAB-SLD-MATERIAL  PIC X(04).
               10 TAB-SLD-ENTRADAS  PIC 9(08)V99.
               10 TAB-SLD-SAIDAS    PIC 9(08)V99.
               10 TAB-SLD-SALDO     PIC S9(08)V99.
               10 TAB-SLD-MINIMO    PIC 9(06)V99.
               10 TAB-SLD-ENCOMENDA PIC 9(08)V99.
               10 TAB-SLD-EMB-M2    PIC 9(03)V99.
               10 TAB-SLD-PRECO-EMB PIC 9(06)V99.
       77 WRK-MATERIAL PIC X(04) VALUE SPACES.
       77 WRK-FLAG-ACHOU PIC X(01) VALUE 'N'.
         88 MATERIAL-NA-TABELA VALUE 'S'.

      * LINHAS DE REPOSICAO GUARDADAS NA ORDEM DO CODIGO ENQUANTO O
      * SALDO E IMPRESSO, PARA A SEGUNDA PARTE DO RELATORIO
       77 WRK-QTD-REPOR PIC 9(03) VALUE ZEROS.
       01 TAB-REPOSICAO.
           05 TAB-REP-LINHA PIC X(132) OCCURS 100 TIMES.
       77 WRK-IDX-REP PIC 9(03) VALUE ZEROS.

       77 WRK-BLOCO PIC X(01) VALUE 'S'.
         88 BLOCO-SALDOS    VALUE 'S'.
         88 BLOCO-REPOSICAO VALUE 'R'.

       77 WRK-PENDENTE-M2 PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DISPONIVEL PIC S9(08)V99 VALUE ZEROS.
       77 WRK-REPOR-M2 PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PACOTES PIC 9(06) VALUE ZEROS.
       77 WRK-CUSTO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-CUSTO-TOTAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LIMITE-SALDO PIC 9(06)V99 VALUE 999999,99.
       77 WRK-CONT-NEGATIVOS PIC 9(03) VALUE ZEROS.
       77 WRK-CONT-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      * LINHA DO SALDO POR MATERIAL
       01 WRK-LINHA-SALDO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LS-MATERIAL    PIC X(04).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LS-ENTRADAS    PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LS-SAIDAS      PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LS-SALDO       PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LS-MINIMO      PIC ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LS-SITUACAO    PIC X(30).

      * CABECALHO DE COLUNAS DO SALDO, ALINHADO COLUNA A COLUNA COM
      * WRK-LINHA-SALDO ACIMA
       01 WRK-CAB-SALDO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(04) VALUE 'MAT.'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(13) VALUE '  ENTRADAS M2'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(13) VALUE '    SAIDAS M2'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(14) VALUE '      SALDO M2'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'PONTO REP.'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(30) VALUE 'SITUACAO'.

      * LINHA DA REPOSICAO
       01 WRK-LINHA-REPOR.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LR-MATERIAL    PIC X(04).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LR-SALDO       PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LR-ENCOMENDA   PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LR-MINIMO      PIC ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LR-REPOR       PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LR-PACOTES     PIC ZZZ.ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LR-CUSTO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LR-OBS         PIC X(20).

      * CABECALHO DE COLUNAS DA REPOSICAO, ALINHADO COM
      * WRK-LINHA-REPOR ACIMA
       01 WRK-CAB-REPOR.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(04) VALUE 'MAT.'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(14) VALUE '      SALDO M2'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(13) VALUE ' EM PEDIDO M2'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'PONTO REP.'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(13) VALUE '     REPOR M2'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(07) VALUE '  EMBAL'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(17) VALUE
                                  '       CUSTO (R$)'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(20) VALUE 'OBSERVACAO'.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-CLASSIF.
           MOVE ZEROS TO WRK-CTL-LIDOS.
           MOVE ZEROS TO WRK-CTL-PROCESSADOS.
           MOVE ZEROS TO WRK-CTL-REJEITADOS.
           MOVE ZEROS TO WRK-QTD-MATERIAIS.
           MOVE ZEROS TO WRK-QTD-REPOR.
           MOVE ZEROS TO WRK-CUSTO-TOTAL.
           MOVE ZEROS TO WRK-CONT-NEGATIVOS.
           SET BLOCO-SALDOS TO TRUE.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           PERFORM 0200-APURAR-RAZAO.
           PERFORM 0250-CARREGAR-MINIMOS.
           PERFORM 0260-CARREGAR-PRECOS.
           PERFORM 0270-CARREGAR-ENCOMENDAS.
           PERFORM 0400-GRAVAR-ESTOQUE.
           PERFORM 0500-ABRIR-RELATORIO.
           SORT ARQ-CLASSIF
               ON ASCENDING KEY SRT-MATERIAL
               INPUT PROCEDURE IS 0510-LIBERAR-MATERIAIS
               OUTPUT PROCEDURE IS 0520-IMPRIMIR-SALDOS.
           PERFORM 0600-IMPRIMIR-REPOSICAO.
           PERFORM 9820-ENCERRAR-RELATORIO.
           CLOSE ARQ-RELATORIO.

           MOVE WRK-QTD-MATERIAIS TO WRK-CTL-PROCESSADOS.
           MOVE 'SALDO-ESTOQUE' TO WRK-RL-PROGRAMA.
           PERFORM 9700-GRAVAR-CONTROLE.

           MOVE WRK-QTD-MATERIAIS TO WRK-CONT-ED.
           DISPLAY 'MATERIAIS APURADOS NO RAZAO.: ' WRK-CONT-ED.
           MOVE WRK-QTD-REPOR TO WRK-CONT-ED.
           DISPLAY 'ABAIXO DO PONTO DE REPOSICAO: ' WRK-CONT-ED.
           DISPLAY 'RELATORIO EM ' WRK-NOME-RELATORIO.
           GOBACK.

      * SEM RAZAO AINDA: O SALDO DO ESTOQUE.DAT ENTRA COMO
      * IMPLANTACAO ANTES DA PRIMEIRA APURACAO
       0200-APURAR-RAZAO.
           OPEN INPUT ARQ-MOVESTOQUE.
           IF WRK-FS-MOVESTOQUE = '35'
               DISPLAY 'MOVESTOQUE.DAT AUSENTE - IMPLANTANDO O RAZAO '
                   'COM O SALDO DO ESTOQUE.DAT'
               PERFORM 9665-IMPLANTAR-RAZAO
               OPEN INPUT ARQ-MOVESTOQUE
           END-IF.
           IF WRK-FS-MOVESTOQUE NOT = '00'
               DISPLAY 'ERRO AO ABRIR MOVESTOQUE.DAT - FS='
                   WRK-FS-MOVESTOQUE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-MOVESTOQUE INTO WRK-REG-MOVIMENTO
                   AT END
                       MOVE 'S' TO WRK-EOF-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-CTL-LIDOS
                       PERFORM 0210-SOMAR-MOVIMENTO
               END-READ
           END-PERFORM.
           CLOSE ARQ-MOVESTOQUE.

      * MOVIMENTO DE TIPO DESCONHECIDO OU QUANTIDADE ILEGIVEL FICA
      * FORA DO SALDO E CONTA COMO REJEITADO NO RUNLOG
       0210-SOMAR-MOVIMENTO.
           IF NOT MOV-TIPO-VALIDO OR WRK-MOV-QTD-M2 NOT NUMERIC
               ADD 1 TO WRK-CTL-REJEITADOS
               DISPLAY 'MOVIMENTO INVALIDO IGNORADO: ' WRK-MOV-DATA
                   ' ' WRK-MOV-MATERIAL ' TIPO ' WRK-MOV-TIPO
           ELSE
               MOVE WRK-MOV-MATERIAL TO WRK-MATERIAL
               PERFORM 0300-LOCALIZAR-MATERIAL
               IF MATERIAL-NA-TABELA
                   IF MOV-ENTRADA
                       ADD WRK-MOV-QTD-M2
                           TO TAB-SLD-ENTRADAS (IDX-SLD)
                       ADD WRK-MOV-QTD-M2 TO TAB-SLD-SALDO (IDX-SLD)
                   ELSE
                       ADD WRK-MOV-QTD-M2 TO TAB-SLD-SAIDAS (IDX-SLD)
                       SUBTRACT WRK-MOV-QTD-M2
                           FROM TAB-SLD-SALDO (IDX-SLD)
                   END-IF
               END-IF
           END-IF.

       0250-CARREGAR-MINIMOS.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-ESTMIN.
           IF WRK-FS-ESTMIN = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-ESTMIN
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           MOVE MIN-MATERIAL TO WRK-MATERIAL
                           PERFORM 0300-LOCALIZAR-MATERIAL
                           IF MATERIAL-NA-TABELA
                               MOVE MIN-QTD-M2
                                   TO TAB-SLD-MINIMO (IDX-SLD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ESTMIN
           ELSE
               DISPLAY 'ESTMIN.DAT AUSENTE - NENHUM PONTO DE '
                   'REPOSICAO DEFINIDO'
           END-IF.

      * SO COMPLETA A EMBALAGEM DE MATERIAL JA APURADO
       0260-CARREGAR-PRECOS.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-PRECOS.
           IF WRK-FS-PRECOS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-PRECOS
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           MOVE PRE-MATERIAL TO WRK-MATERIAL
                           PERFORM 0310-BUSCAR-MATERIAL
                           IF MATERIAL-NA-TABELA
                               MOVE PRE-EMB-M2
                                   TO TAB-SLD-EMB-M2 (IDX-SLD)
                               MOVE PRE-PRECO-EMB
                                   TO TAB-SLD-PRECO-EMB (IDX-SLD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PRECOS
           ELSE
               DISPLAY 'PRECOS.DAT AUSENTE - REPOSICAO SEM EMBALAGEM '
                   'NEM CUSTO'
           END-IF.

      * O SALDO AINDA NAO RECEBIDO DE CADA LINHA DE PEDIDO, EM M2
      * PELA EMBALAGEM DO PEDIDO
       0270-CARREGAR-ENCOMENDAS.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-PEDCOMPRA.
           IF WRK-FS-PEDCOMPRA = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-PEDCOMPRA
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           IF NOT PCO-RECEBIDA
                               AND PCO-EMBALAGENS > PCO-RECEBIDAS
                               MOVE PCO-MATERIAL TO WRK-MATERIAL
                               PERFORM 0310-BUSCAR-MATERIAL
                               IF MATERIAL-NA-TABELA
                                   COMPUTE WRK-PENDENTE-M2 =
                                       (PCO-EMBALAGENS - PCO-RECEBIDAS)
                                       * PCO-EMB-M2
                                   ADD WRK-PENDENTE-M2
                                       TO TAB-SLD-ENCOMENDA (IDX-SLD)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PEDCOMPRA
           END-IF.

      * BUSCA O MATERIAL NA TABELA E O CRIA ZERADO QUANDO NOVO
       0300-LOCALIZAR-MATERIAL.
           PERFORM 0310-BUSCAR-MATERIAL.
           IF NOT MATERIAL-NA-TABELA
               IF WRK-QTD-MATERIAIS < 100
                   ADD 1 TO WRK-QTD-MATERIAIS
                   SET IDX-SLD TO WRK-QTD-MATERIAIS
                   MOVE WRK-MATERIAL TO TAB-SLD-MATERIAL (IDX-SLD)
                   MOVE ZEROS TO TAB-SLD-ENTRADAS (IDX-SLD)
                   MOVE ZEROS TO TAB-SLD-SAIDAS (IDX-SLD)
                   MOVE ZEROS TO TAB-SLD-SALDO (IDX-SLD)
                   MOVE ZEROS TO TAB-SLD-MINIMO (IDX-SLD)
                   MOVE ZEROS TO TAB-SLD-ENCOMENDA (IDX-SLD)
                   MOVE ZEROS TO TAB-SLD-EMB-M2 (IDX-SLD)
                   MOVE ZEROS TO TAB-SLD-PRECO-EMB (IDX-SLD)
                   SET MATERIAL-NA-TABELA TO TRUE
               ELSE
                   ADD 1 TO WRK-CTL-REJEITADOS
                   DISPLAY 'TABELA DE MATERIAIS CHEIA - IGNORADO '
                       WRK-MATERIAL
               END-IF
           END-IF.

       0310-BUSCAR-MATERIAL.
           MOVE 'N' TO WRK-FLAG-ACHOU.
           SET IDX-SLD TO 1.
           SEARCH TAB-SLD-ITEM
               AT END
                   CONTINUE
               WHEN IDX-SLD > WRK-QTD-MATERIAIS
                   CONTINUE
               WHEN TAB-SLD-MATERIAL (IDX-SLD) = WRK-MATERIAL
                   SET MATERIAL-NA-TABELA TO TRUE
           END-SEARCH.

      * O ESTOQUE.DAT E REFEITO INTEIRO PELO RAZAO. SALDO NEGATIVO
      * (BAIXA DE OBRA ACIMA DO QUE O RAZAO CONHECE) VAI ZERADO E
      * APARECE NO RELATORIO PARA AJUSTE DE INVENTARIO
       0400-GRAVAR-ESTOQUE.
           OPEN OUTPUT ARQ-ESTOQUE.
           IF WRK-FS-ESTOQUE NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ESTOQUE.DAT - FS='
                   WRK-FS-ESTOQUE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING IDX-SLD FROM 1 BY 1
                   UNTIL IDX-SLD > WRK-QTD-MATERIAIS
               MOVE TAB-SLD-MATERIAL (IDX-SLD) TO EST-MATERIAL
               EVALUATE TRUE
                   WHEN TAB-SLD-SALDO (IDX-SLD) < ZEROS
                       ADD 1 TO WRK-CONT-NEGATIVOS
                       MOVE ZEROS TO EST-QTD-M2
                   WHEN TAB-SLD-SALDO (IDX-SLD) > WRK-LIMITE-SALDO
                       MOVE WRK-LIMITE-SALDO TO EST-QTD-M2
                   WHEN OTHER
                       MOVE TAB-SLD-SALDO (IDX-SLD) TO EST-QTD-M2
               END-EVALUATE
               WRITE REG-ESTOQUE
           END-PERFORM.
           CLOSE ARQ-ESTOQUE.

       0500-ABRIR-RELATORIO.
           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING 'REPOSICAO.D'   DELIMITED BY SIZE
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
           MOVE 'REPOSICAO-EST'    TO WRK-CAT-RELATORIO.
           MOVE WRK-DATA-HOJE      TO WRK-CAT-DATA.
           MOVE WRK-NOME-RELATORIO TO WRK-CAT-ARQUIVO.
           MOVE 'P'                TO WRK-CAT-SITUACAO.
           PERFORM 9650-GRAVAR-CATALOGO.

           MOVE 'SALDO DE ESTOQUE E REPOSICAO' TO WRK-IMP-TITULO.
           MOVE 'SALDO-ESTOQUE' TO WRK-IMP-PROGRAMA.
           MOVE WRK-DATA-HOJE TO WRK-IMP-DATA.
           MOVE ZEROS TO WRK-IMP-PAGINA.
           MOVE 99 TO WRK-IMP-LINHA.

       0510-LIBERAR-MATERIAIS.
           PERFORM VARYING IDX-SLD FROM 1 BY 1
                   UNTIL IDX-SLD > WRK-QTD-MATERIAIS
               MOVE TAB-SLD-MATERIAL (IDX-SLD)  TO SRT-MATERIAL
               MOVE TAB-SLD-ENTRADAS (IDX-SLD)  TO SRT-ENTRADAS
               MOVE TAB-SLD-SAIDAS (IDX-SLD)    TO SRT-SAIDAS
               MOVE TAB-SLD-SALDO (IDX-SLD)     TO SRT-SALDO
               MOVE TAB-SLD-MINIMO (IDX-SLD)    TO SRT-MINIMO
               MOVE TAB-SLD-ENCOMENDA (IDX-SLD) TO SRT-ENCOMENDA
               MOVE TAB-SLD-EMB-M2 (IDX-SLD)    TO SRT-EMB-M2
               MOVE TAB-SLD-PRECO-EMB (IDX-SLD) TO SRT-PRECO-EMB
               RELEASE REG-CLASSIF
           END-PERFORM.

       0520-IMPRIMIR-SALDOS.
           PERFORM UNTIL FIM-CLASSIF
               RETURN ARQ-CLASSIF
                   AT END
                       MOVE 'S' TO WRK-EOF-CLASSIF
                   NOT AT END
                       PERFORM 0530-IMPRIMIR-MATERIAL
               END-RETURN
           END-PERFORM.
           IF WRK-QTD-MATERIAIS = 0
               MOVE SPACES TO WRK-IMP-AREA
               MOVE 'RAZAO DE ESTOQUE SEM MOVIMENTOS' TO WRK-IMP-AREA
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.
           MOVE WRK-CONT-NEGATIVOS TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'MATERIAIS COM SALDO NEGATIVO NO RAZAO: '
                  DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

      * DISPONIVEL PARA A REPOSICAO = SALDO (NEGATIVO CONTA ZERO) MAIS
      * O QUE JA ESTA EM PEDIDO; ABAIXO DO PONTO, REPOE ATE O PONTO
       0530-IMPRIMIR-MATERIAL.
           MOVE SRT-MATERIAL TO WRK-LS-MATERIAL.
           MOVE SRT-ENTRADAS TO WRK-LS-ENTRADAS.
           MOVE SRT-SAIDAS TO WRK-LS-SAIDAS.
           MOVE SRT-SALDO TO WRK-LS-SALDO.
           MOVE SRT-MINIMO TO WRK-LS-MINIMO.
           MOVE SPACES TO WRK-LS-SITUACAO.
           IF SRT-SALDO < ZEROS
               MOVE 'NEGATIVO - AJUSTAR INVENTARIO' TO WRK-LS-SITUACAO
               MOVE ZEROS TO WRK-DISPONIVEL
           ELSE
               MOVE SRT-SALDO TO WRK-DISPONIVEL
           END-IF.
           ADD SRT-ENCOMENDA TO WRK-DISPONIVEL.
           IF SRT-MINIMO > ZEROS AND WRK-DISPONIVEL < SRT-MINIMO
               IF WRK-LS-SITUACAO = SPACES
                   MOVE 'ABAIXO DO PONTO DE REPOSICAO'
                       TO WRK-LS-SITUACAO
               END-IF
               PERFORM 0540-GUARDAR-REPOSICAO
           END-IF.
           MOVE WRK-LINHA-SALDO TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

      * EMBALAGENS INTEIRAS, COMO NO LISTA-COMPRAS: A DIVISAO TRUNCA
      * E SOBE UMA EMBALAGEM QUANDO SOBRA FRACAO
       0540-GUARDAR-REPOSICAO.
           COMPUTE WRK-REPOR-M2 = SRT-MINIMO - WRK-DISPONIVEL.
           MOVE SRT-MATERIAL TO WRK-LR-MATERIAL.
           MOVE SRT-SALDO TO WRK-LR-SALDO.
           MOVE SRT-ENCOMENDA TO WRK-LR-ENCOMENDA.
           MOVE SRT-MINIMO TO WRK-LR-MINIMO.
           MOVE WRK-REPOR-M2 TO WRK-LR-REPOR.
           IF SRT-EMB-M2 = ZEROS
               MOVE ZEROS TO WRK-LR-PACOTES
               MOVE ZEROS TO WRK-LR-CUSTO
               MOVE 'SEM EMBALAGEM' TO WRK-LR-OBS
           ELSE
               COMPUTE WRK-PACOTES = WRK-REPOR-M2 / SRT-EMB-M2
               IF WRK-PACOTES * SRT-EMB-M2 < WRK-REPOR-M2
                   ADD 1 TO WRK-PACOTES
               END-IF
               COMPUTE WRK-CUSTO = WRK-PACOTES * SRT-PRECO-EMB
               ADD WRK-CUSTO TO WRK-CUSTO-TOTAL
               MOVE WRK-PACOTES TO WRK-LR-PACOTES
               MOVE WRK-CUSTO TO WRK-LR-CUSTO
               MOVE SPACES TO WRK-LR-OBS
           END-IF.
           IF WRK-QTD-REPOR < 100
               ADD 1 TO WRK-QTD-REPOR
               MOVE WRK-LINHA-REPOR TO TAB-REP-LINHA (WRK-QTD-REPOR)
           END-IF.

      * SEGUNDA PARTE EM PAGINA PROPRIA, COM O SEU CABECALHO
       0600-IMPRIMIR-REPOSICAO.
           SET BLOCO-REPOSICAO TO TRUE.
           MOVE 99 TO WRK-IMP-LINHA.
           IF WRK-QTD-REPOR = 0
               MOVE SPACES TO WRK-IMP-AREA
               MOVE 'NENHUM MATERIAL ABAIXO DO PONTO DE REPOSICAO'
                   TO WRK-IMP-AREA
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.
           PERFORM VARYING WRK-IDX-REP FROM 1 BY 1
                   UNTIL WRK-IDX-REP > WRK-QTD-REPOR
               MOVE TAB-REP-LINHA (WRK-IDX-REP) TO WRK-IMP-AREA
               PERFORM 9800-IMPRIMIR-LINHA
           END-PERFORM.
           MOVE WRK-QTD-REPOR TO WRK-CONT-ED.
           MOVE WRK-CUSTO-TOTAL TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'MATERIAIS A REPOR: ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
                  ' - CUSTO ESTIMADO R$' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
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
           IF BLOCO-SALDOS
               WRITE REG-RELATORIO FROM WRK-CAB-SALDO
           ELSE
               WRITE REG-RELATORIO FROM WRK-CAB-REPOR
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 3 TO WRK-IMP-LINHA.

       9820-ENCERRAR-RELATORIO.
           WRITE REG-RELATORIO FROM WRK-IMP-FIM-RELATORIO.

           COPY GRAVALOG.

           COPY GRAVACAT.

           COPY GRAVAMOV.
