      * E ESTENDE A CUSTO PELO PRECO DA EMBALAGEM; NO FECHO, ABATE O
      * ESTOQUE EM MAOS (ESTOQUE.DAT) E LISTA SO A FALTA A COMPRAR
      * POR MATERIAL, EM COMPRAS.RPT - O MESTRE DE OBRAS PARA DE
      * SUPERDIMENSIONAR NA CALCULADORA.
      * A FALTA POR MATERIAL TAMBEM SAI EM FALTAS.DAT, ENTRADA DO
      * GERA-PEDIDOS-COMPRA QUE A TRANSFORMA EM PEDIDOS DE COMPRA
      * DATA = 03/09/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRECOS.

      * ESTOQUE EM MAOS POR MATERIAL (M2), DERIVADO DO RAZAO DE
      * ESTOQUE (MOVESTOQUE.DAT) PELO SALDO-ESTOQUE
           SELECT ARQ-ESTOQUE ASSIGN TO 'ESTOQUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTOQUE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

      * FALTA A COMPRAR POR MATERIAL (M2, JA COM PERDA E ABATIDO O
      * ESTOQUE), REGRAVADA A CADA RODADA PARA O GERA-PEDIDOS-COMPRA
           SELECT ARQ-FALTAS ASSIGN TO 'FALTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FALTAS.

           SELECT ARQ-RUNLOG ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
           RECORDING MODE IS F.
       01  REG-RELATORIO      PIC X(132).

       FD  ARQ-FALTAS
           RECORDING MODE IS F.
       01  REG-FALTA.
           05 FAL-MATERIAL    PIC X(04).
           05 FAL-QTD-M2      PIC 9(08)V99.

       FD  ARQ-RUNLOG
           RECORDING MODE IS F.
       01  REG-RUNLOG         PIC X(80).
       77 WRK-FS-AREAPAR PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-FS-FALTAS PIC X(02) VALUE ZEROS.
       77 WRK-EOF-ARQUIVO PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO VALUE 'S'.

               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ARQ-FALTAS.
           IF WRK-FS-FALTAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR FALTAS.DAT - FS=' WRK-FS-FALTAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO REG-RELATORIO.
           STRING 'LISTA DE COMPRAS POR IMOVEL (PERDA DE '
           END-STRING.
           WRITE REG-RELATORIO.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-FALTAS.

      * NECESSIDADE DO IMOVEL: AREA MEDIDA MAIS A PERDA, CONVERTIDA
      * EM EMBALAGENS INTEIRAS PELO TAMANHO CADASTRADO
           ELSE
               COMPUTE WRK-FALTA =
                   WRK-NECESSARIO - WRK-ESTOQUE-M2
               MOVE TAB-MAT-MATERIAL (WRK-IDX) TO FAL-MATERIAL
               MOVE WRK-FALTA TO FAL-QTD-M2
               WRITE REG-FALTA
               MOVE TAB-MAT-MATERIAL (WRK-IDX) TO PRE-MATERIAL
               PERFORM 0520-BUSCAR-EMBALAGEM
               IF WRK-EMB-M2 = ZEROS
