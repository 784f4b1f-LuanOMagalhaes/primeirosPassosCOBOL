       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARIACAO-OBRAS.
      ***************************
      * Área de comentários
      * OBJETIVO: CONFRONTO ORCADO X REAL DAS OBRAS FECHADAS (F) NO
      * MES. POR OBRA E MATERIAL: QUANTIDADE E VALOR ORCADOS PELO
      * CALC-AREA (ORCOBRA.DAT) ACRESCIDOS DA PERDA DO AREAPAR.DAT,
      * CONTRA O MATERIAL REAL - SAIDAS MENOS DEVOLUCOES DA OBRA NO
      * RAZAO DE ESTOQUE, AO PRECO DO PRECOS.DAT, MAIS AS COMPRAS
      * DIRETAS LANCADAS NO CUSTO-OBRAS. MAO DE OBRA ORCADA PELO
      * PADRAO DE HORAS POR M2 DO CUSTOPAR.DAT CONTRA AS HORAS DE
      * EQUIPE LANCADAS; OUTRAS DESPESAS SO NO REAL. TOTAIS POR OBRA
      * E DO MES. NO FIM, CADA MATERIAL COM O HISTORICO DE TODAS AS
      * OBRAS JA FECHADAS: O QUE FICA ACIMA DO ORCADO COM FREQUENCIA
      * SAI MARCADO, COM A PERDA REAL CONTRA O APR-PERDA-PCT E O
      * CUSTO REAL POR UNIDADE CONTRA O ORCADO, PARA A CORRECAO DO
      * PERCENTUAL DE PERDA E DOS PRECOS. O MES VEM DA DATA DO CARTAO
      * EXECPARM.DAT (SEM DATA, O MES CORRENTE); A DATA DE FECHAMENTO
      * DE CADA OBRA VEM DO FECHOBRA.DAT. SAI EM
      * VARIAOBRA.DYYYYMMDD.RPT, ANOTADO NO RELCAT.DAT
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

      * REGISTRO DOS FECHAMENTOS DE OBRA (MANUTENCAO-IMOVEIS)
           SELECT ARQ-FECHOBRA ASSIGN TO 'FECHOBRA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FECHOBRA.

      * ORCAMENTO DE CADA OBRA POR MATERIAL (CALC-AREA)
           SELECT ARQ-ORCOBRA ASSIGN TO 'ORCOBRA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORCOBRA.

           SELECT ARQ-PRECOS ASSIGN TO 'PRECOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRECOS.

           SELECT ARQ-AREAPAR ASSIGN TO 'AREAPAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AREAPAR.

      * PADRAO DE MAO DE OBRA: HORAS POR M2 E VALOR DA HORA
           SELECT ARQ-CUSTOPAR ASSIGN TO 'CUSTOPAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTOPAR.

           SELECT ARQ-MOVESTOQUE ASSIGN TO 'MOVESTOQUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVESTOQUE.

      * CUSTO REAL LANCADO PELO CUSTO-OBRAS
           SELECT ARQ-CUSTOBRA ASSIGN TO 'CUSTOBRA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTOBRA.

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
       FD  ARQ-IMOVEIS
           RECORDING MODE IS F.
       01  REG-IMOVEL.
           05 IMO-CODIGO        PIC X(06).
           05 IMO-DESCRICAO     PIC X(30).
           05 IMO-CLIENTE       PIC X(20).
           05 IMO-SITUACAO      PIC X(01).

       FD  ARQ-FECHOBRA
           RECORDING MODE IS F.
       01  REG-FECHOBRA.
           05 FEC-IMOVEL        PIC X(06).
           05 FEC-DATA          PIC 9(08).
           05 FEC-OPERADOR      PIC X(20).

       FD  ARQ-ORCOBRA
           RECORDING MODE IS F.
       01  REG-ORCOBRA.
           05 OOB-IMOVEL        PIC X(06).
           05 OOB-MATERIAL      PIC X(04).
           05 OOB-QTD           PIC 9(08)V99.
           05 OOB-VALOR         PIC 9(11)V99.
           05 OOB-DATA          PIC 9(08).

       FD  ARQ-PRECOS
           RECORDING MODE IS F.
       01  REG-PRECO.
           05 PRE-MATERIAL      PIC X(04).
           05 PRE-PRECO         PIC 9(04)V99.
           05 PRE-EMB-M2        PIC 9(03)V99.
           05 PRE-PRECO-EMB     PIC 9(06)V99.
           05 PRE-TIPO          PIC X(01).

       FD  ARQ-AREAPAR
           RECORDING MODE IS F.
       01  REG-AREAPAR.
           05 APR-PERDA-PCT     PIC 9(02)V99.

       FD  ARQ-CUSTOPAR
           RECORDING MODE IS F.
       01  REG-CUSTOPAR.
           05 CPR-HORAS-M2      PIC 9(02)V99.
           05 CPR-VALOR-HORA    PIC 9(04)V99.

       FD  ARQ-MOVESTOQUE
           RECORDING MODE IS F.
       01  REG-MOVESTOQUE       PIC X(83).

       FD  ARQ-CUSTOBRA
           RECORDING MODE IS F.
       01  REG-CUSTOBRA.
           05 COB-IMOVEL        PIC X(06).
           05 COB-DATA          PIC 9(08).
           05 COB-TIPO          PIC X(01).
           05 COB-CODIGO        PIC X(04).
           05 COB-QTD           PIC 9(06)V99.
           05 COB-VALOR         PIC 9(09)V99.
           05 COB-DESCRICAO     PIC X(20).
           05 COB-OPERADOR      PIC X(20).

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
       77 WRK-FS-IMOVEIS PIC X(02) VALUE ZEROS.
       77 WRK-FS-FECHOBRA PIC X(02) VALUE ZEROS.
       77 WRK-FS-ORCOBRA PIC X(02) VALUE ZEROS.
       77 WRK-FS-PRECOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-AREAPAR PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUSTOPAR PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOVESTOQUE PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUSTOBRA PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATALOGO PIC X(02) VALUE ZEROS.
       77 WRK-FS-EXECPARM PIC X(02) VALUE ZEROS.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WRK-EOF-ARQUIVO PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO VALUE 'S'.

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

      * MES DE REFERENCIA (AAAAMM) DOS FECHAMENTOS LISTADOS
       01 WRK-MES-REF.
           05 WRK-MR-ANO        PIC 9(04).
           05 WRK-MR-MES        PIC 9(02).
       01 WRK-MES-REF-N REDEFINES WRK-MES-REF PIC 9(06).
       77 WRK-MES-ED PIC X(07) VALUE SPACES.

      * PARAMETROS: PERDA PADRAO (AUSENTE OU ZERADA ASSUME 10%, COMO
      * NO LISTA-COMPRAS) E PADRAO DE MAO DE OBRA (AUSENTE ASSUME
      * 0,25 HORA POR M2 A R$ 40,00 A HORA)
       77 WRK-PERDA-PCT PIC 9(02)V99 VALUE 10,00.
       77 WRK-HORAS-M2 PIC 9(02)V99 VALUE 0,25.
       77 WRK-VALOR-HORA PIC 9(04)V99 VALUE 40,00.

      * MATERIAIS DO PRECOS.DAT, COM O ACUMULADO DE TODAS AS OBRAS
      * FECHADAS PARA A ANALISE DE TENDENCIA
       77 WRK-QTD-PRECOS PIC 9(02) VALUE ZEROS.
       01 TAB-PRECOS.
           05 TAB-PRE-ITEM OCCURS 50 TIMES
                            INDEXED BY IDX-PRE.
               10 TAB-PRE-MATERIAL   PIC X(04).
               10 TAB-PRE-PRECO      PIC 9(04)V99.
               10 TAB-PRE-TIPO       PIC X(01).
               10 TAB-PRE-OBRAS      PIC 9(04).
               10 TAB-PRE-ACIMA      PIC 9(04).
               10 TAB-PRE-QTD-MED    PIC 9(09)V99.
               10 TAB-PRE-VALOR-ORC  PIC 9(11)V99.
               10 TAB-PRE-QTD-REAL   PIC S9(09)V99.
               10 TAB-PRE-VALOR-REAL PIC S9(11)V99.

      * OBRAS FECHADAS: A ULTIMA PASSAGEM PARA F DE CADA UMA
       77 WRK-QTD-OBRAS PIC 9(03) VALUE ZEROS.
       01 TAB-OBRAS.
           05 TAB-OBR-ITEM OCCURS 500 TIMES
                            INDEXED BY IDX-OBR.
               10 TAB-OBR-IMOVEL     PIC X(06).
               10 TAB-OBR-DATA       PIC 9(08).
               10 TAB-OBR-MES        PIC 9(06).
               10 TAB-OBR-DESCRICAO  PIC X(30).
               10 TAB-OBR-CLIENTE    PIC X(20).
               10 TAB-OBR-SITUACAO   PIC X(01).

      * LINHAS DE MATERIAL DA OBRA EM PROCESSAMENTO
       77 WRK-QTD-LINHAS PIC 9(02) VALUE ZEROS.
       01 TAB-LINHAS.
           05 TAB-LIN-ITEM OCCURS 50 TIMES
                            INDEXED BY IDX-LIN.
               10 TAB-LIN-MATERIAL     PIC X(04).
               10 TAB-LIN-QTD-MED      PIC 9(08)V99.
               10 TAB-LIN-VALOR-ORC    PIC 9(11)V99.
               10 TAB-LIN-QTD-ESTQ     PIC S9(08)V99.
               10 TAB-LIN-QTD-DIRETA   PIC 9(08)V99.
               10 TAB-LIN-VALOR-DIRETO PIC 9(11)V99.

       77 WRK-FLAG-LINHA PIC X(01) VALUE 'N'.
         88 LINHA-DISPONIVEL VALUE 'S'.
       77 WRK-FLAG-MES PIC X(01) VALUE 'N'.
         88 OBRA-DO-MES VALUE 'S'.
       77 WRK-FLAG-SECAO PIC X(01) VALUE 'O'.
         88 SECAO-OBRAS     VALUE 'O'.
         88 SECAO-TENDENCIA VALUE 'T'.
       77 WRK-FLAG-PRECO PIC X(01) VALUE 'N'.
         88 PRECO-ENCONTRADO VALUE 'S'.
       77 WRK-MATERIAL PIC X(04) VALUE SPACES.
       77 WRK-PRECO PIC 9(04)V99 VALUE ZEROS.

      * VALORES DA LINHA E DA OBRA
       77 WRK-QTD-ORC PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QTD-REAL PIC S9(08)V99 VALUE ZEROS.
       77 WRK-VALOR-ORC PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-REAL PIC S9(11)V99 VALUE ZEROS.
       77 WRK-VARIACAO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-VAR-PCT PIC S9(04)V9 VALUE ZEROS.
       77 WRK-AREA-OBRA PIC 9(08)V99 VALUE ZEROS.
       77 WRK-HORAS-ORC PIC 9(08)V99 VALUE ZEROS.
       77 WRK-HORAS-REAL PIC 9(08)V99 VALUE ZEROS.
       77 WRK-MO-ORC PIC 9(11)V99 VALUE ZEROS.
       77 WRK-MO-REAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DESPESAS PIC 9(11)V99 VALUE ZEROS.
       77 WRK-OBRA-ORC PIC 9(12)V99 VALUE ZEROS.
       77 WRK-OBRA-REAL PIC S9(12)V99 VALUE ZEROS.

      * TOTAIS DO MES
       77 WRK-CONT-OBRAS-MES PIC 9(05) VALUE ZEROS.
       77 WRK-MES-MAT-ORC PIC 9(12)V99 VALUE ZEROS.
       77 WRK-MES-MAT-REAL PIC S9(12)V99 VALUE ZEROS.
       77 WRK-MES-MO-ORC PIC 9(12)V99 VALUE ZEROS.
       77 WRK-MES-MO-REAL PIC 9(12)V99 VALUE ZEROS.
       77 WRK-MES-DESPESAS PIC 9(12)V99 VALUE ZEROS.
       77 WRK-MES-ORC PIC 9(12)V99 VALUE ZEROS.
       77 WRK-MES-REAL PIC S9(12)V99 VALUE ZEROS.

      * ANALISE DE TENDENCIA POR MATERIAL
       77 WRK-PERDA-REAL PIC S9(04)V99 VALUE ZEROS.
       77 WRK-UNIT-ORC PIC 9(06)V99 VALUE ZEROS.
       77 WRK-UNIT-REAL PIC S9(06)V99 VALUE ZEROS.
       77 WRK-CONT-MARCADOS PIC 9(03) VALUE ZEROS.

       77 WRK-CONT-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR2-ED PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR3-ED PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DATA-ED PIC 9(04)/99/99 VALUE ZEROS.

      * LINHA DO CONFRONTO (MATERIAL, MAO DE OBRA, DESPESAS, TOTAL)
       01 WRK-LINHA-DETALHE.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-ITEM        PIC X(14).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-QTD-ORC     PIC ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-QTD-REAL    PIC -ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-VALOR-ORC   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-VALOR-REAL  PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-VARIACAO    PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-VAR-PCT     PIC -ZZZ9,9 BLANK WHEN ZERO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-SITUACAO    PIC X(12).

      * CABECALHO DE COLUNAS, ALINHADO COLUNA A COLUNA COM
      * WRK-LINHA-DETALHE ACIMA, REPETIDO A CADA PAGINA
       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(14) VALUE 'ITEM'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE ' QTD ORC.'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(11) VALUE '  QTD REAL'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(14) VALUE '  VALOR ORCADO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(15) VALUE '     VALOR REAL'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(15) VALUE '       VARIACAO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(07) VALUE ' VAR. %'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(12) VALUE 'SITUACAO'.

      * LINHA DA ANALISE DE TENDENCIA POR MATERIAL
       01 WRK-LINHA-TENDENCIA.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LT-MATERIAL    PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LT-OBRAS       PIC ZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LT-ACIMA       PIC ZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LT-PERDA-REAL  PIC -ZZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LT-PERDA-PAD   PIC ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LT-UNIT-ORC    PIC ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LT-UNIT-REAL   PIC -ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LT-PRECO       PIC Z.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LT-MARCA       PIC X(03).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WRK-LT-RECOMENDA   PIC X(20).

       01 WRK-LINHA-CAB-TENDENCIA.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(08) VALUE 'MATERIAL'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(04) VALUE 'OBRS'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(04) VALUE 'ACIM'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(08) VALUE 'PERDA RL'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE 'PADRAO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'UNIT. ORC.'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(11) VALUE ' UNIT. REAL'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(08) VALUE '   PRECO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(24) VALUE 'RECOMENDACAO'.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE ZEROS TO WRK-QTD-PRECOS.
           MOVE ZEROS TO WRK-QTD-OBRAS.
           MOVE ZEROS TO WRK-CTL-LIDOS.
           MOVE ZEROS TO WRK-CTL-PROCESSADOS.
           MOVE ZEROS TO WRK-CTL-REJEITADOS.
           MOVE ZEROS TO WRK-CONT-OBRAS-MES.
           MOVE ZEROS TO WRK-CONT-MARCADOS.
           MOVE ZEROS TO WRK-MES-MAT-ORC.
           MOVE ZEROS TO WRK-MES-MAT-REAL.
           MOVE ZEROS TO WRK-MES-MO-ORC.
           MOVE ZEROS TO WRK-MES-MO-REAL.
           MOVE ZEROS TO WRK-MES-DESPESAS.
           MOVE 'O' TO WRK-FLAG-SECAO.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           MOVE 'VARIACAO-OBRAS' TO WRK-EP-PROGRAMA.
           PERFORM 9600-LER-EXECPARM.
           IF WRK-EP-DATA > ZEROS
               DIVIDE WRK-EP-DATA BY 100 GIVING WRK-MES-REF-N
           ELSE
               DIVIDE WRK-DATA-HOJE BY 100 GIVING WRK-MES-REF-N
           END-IF.
           MOVE SPACES TO WRK-MES-ED.
           STRING WRK-MR-MES DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WRK-MR-ANO DELIMITED BY SIZE
               INTO WRK-MES-ED
           END-STRING.

           PERFORM 0150-CARREGAR-PRECOS.
           PERFORM 0160-LER-PARAMETROS.
           PERFORM 0200-CARREGAR-OBRAS.
           PERFORM 0300-ABRIR-RELATORIO.

           PERFORM VARYING IDX-OBR FROM 1 BY 1
                   UNTIL IDX-OBR > WRK-QTD-OBRAS
               IF TAB-OBR-SITUACAO (IDX-OBR) = 'F'
                   AND TAB-OBR-MES (IDX-OBR) NOT > WRK-MES-REF-N
                   PERFORM 0400-PROCESSAR-OBRA
               END-IF
           END-PERFORM.

           PERFORM 0600-IMPRIMIR-TOTAL-MES.
           PERFORM 0700-IMPRIMIR-TENDENCIA.
           PERFORM 9820-ENCERRAR-RELATORIO.
           CLOSE ARQ-RELATORIO.

           MOVE 'VARIACAO-OBRAS' TO WRK-RL-PROGRAMA.
           PERFORM 9700-GRAVAR-CONTROLE.

           MOVE WRK-CONT-OBRAS-MES TO WRK-CONT-ED.
           DISPLAY 'OBRAS FECHADAS EM ' WRK-MES-ED ': ' WRK-CONT-ED.
           MOVE WRK-CONT-MARCADOS TO WRK-CONT-ED.
           DISPLAY 'MATERIAIS ACIMA DO ORCADO COM FREQUENCIA: '
               WRK-CONT-ED.
           DISPLAY 'RELATORIO EM ' WRK-NOME-RELATORIO.
           GOBACK.

       0150-CARREGAR-PRECOS.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-PRECOS.
           IF WRK-FS-PRECOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR PRECOS.DAT - FS=' WRK-FS-PRECOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-PRECOS
                   AT END
                       MOVE 'S' TO WRK-EOF-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-PRECOS < 50
                           ADD 1 TO WRK-QTD-PRECOS
                           SET IDX-PRE TO WRK-QTD-PRECOS
                           MOVE PRE-MATERIAL
                               TO TAB-PRE-MATERIAL (IDX-PRE)
                           MOVE PRE-PRECO TO TAB-PRE-PRECO (IDX-PRE)
                           MOVE PRE-TIPO TO TAB-PRE-TIPO (IDX-PRE)
                           MOVE ZEROS TO TAB-PRE-OBRAS (IDX-PRE)
                           MOVE ZEROS TO TAB-PRE-ACIMA (IDX-PRE)
                           MOVE ZEROS TO TAB-PRE-QTD-MED (IDX-PRE)
                           MOVE ZEROS TO TAB-PRE-VALOR-ORC (IDX-PRE)
                           MOVE ZEROS TO TAB-PRE-QTD-REAL (IDX-PRE)
                           MOVE ZEROS TO TAB-PRE-VALOR-REAL (IDX-PRE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PRECOS.

       0160-LER-PARAMETROS.
           MOVE 10,00 TO WRK-PERDA-PCT.
           OPEN INPUT ARQ-AREAPAR.
           IF WRK-FS-AREAPAR = '00'
               READ ARQ-AREAPAR
                   NOT AT END
                       IF APR-PERDA-PCT NUMERIC
                           AND APR-PERDA-PCT NOT = ZEROS
                           MOVE APR-PERDA-PCT TO WRK-PERDA-PCT
                       END-IF
               END-READ
               CLOSE ARQ-AREAPAR
           END-IF.
           MOVE 0,25 TO WRK-HORAS-M2.
           MOVE 40,00 TO WRK-VALOR-HORA.
           OPEN INPUT ARQ-CUSTOPAR.
           IF WRK-FS-CUSTOPAR = '00'
               READ ARQ-CUSTOPAR
                   NOT AT END
                       IF CPR-HORAS-M2 NUMERIC
                           AND CPR-HORAS-M2 NOT = ZEROS
                           MOVE CPR-HORAS-M2 TO WRK-HORAS-M2
                       END-IF
                       IF CPR-VALOR-HORA NUMERIC
                           AND CPR-VALOR-HORA NOT = ZEROS
                           MOVE CPR-VALOR-HORA TO WRK-VALOR-HORA
                       END-IF
               END-READ
               CLOSE ARQ-CUSTOPAR
           END-IF.

      * A ULTIMA LINHA DE CADA OBRA NO FECHOBRA.DAT E O FECHAMENTO
      * QUE VALE; SO ENTRA OBRA QUE CONTINUA EM F NO IMOVEIS.DAT
       0200-CARREGAR-OBRAS.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-FECHOBRA.
           IF WRK-FS-FECHOBRA = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-FECHOBRA
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           PERFORM 0210-GUARDAR-FECHAMENTO
                   END-READ
               END-PERFORM
               CLOSE ARQ-FECHOBRA
           END-IF.

           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-IMOVEIS.
           IF WRK-FS-IMOVEIS NOT = '00'
               DISPLAY 'ERRO AO ABRIR IMOVEIS.DAT - FS='
                   WRK-FS-IMOVEIS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-IMOVEIS
                   AT END
                       MOVE 'S' TO WRK-EOF-ARQUIVO
                   NOT AT END
                       SET IDX-OBR TO 1
                       SEARCH TAB-OBR-ITEM
                           AT END
                               CONTINUE
                           WHEN IDX-OBR > WRK-QTD-OBRAS
                               CONTINUE
                           WHEN TAB-OBR-IMOVEL (IDX-OBR) = IMO-CODIGO
                               MOVE IMO-DESCRICAO
                                   TO TAB-OBR-DESCRICAO (IDX-OBR)
                               MOVE IMO-CLIENTE
                                   TO TAB-OBR-CLIENTE (IDX-OBR)
                               MOVE IMO-SITUACAO
                                   TO TAB-OBR-SITUACAO (IDX-OBR)
                       END-SEARCH
               END-READ
           END-PERFORM.
           CLOSE ARQ-IMOVEIS.

       0210-GUARDAR-FECHAMENTO.
           SET IDX-OBR TO 1.
           SEARCH TAB-OBR-ITEM
               AT END
                   ADD 1 TO WRK-CTL-REJEITADOS
               WHEN IDX-OBR > WRK-QTD-OBRAS
                   ADD 1 TO WRK-QTD-OBRAS
                   MOVE FEC-IMOVEL TO TAB-OBR-IMOVEL (IDX-OBR)
                   MOVE FEC-DATA TO TAB-OBR-DATA (IDX-OBR)
                   DIVIDE FEC-DATA BY 100
                       GIVING TAB-OBR-MES (IDX-OBR)
                   MOVE SPACES TO TAB-OBR-DESCRICAO (IDX-OBR)
                   MOVE SPACES TO TAB-OBR-CLIENTE (IDX-OBR)
                   MOVE SPACES TO TAB-OBR-SITUACAO (IDX-OBR)
               WHEN TAB-OBR-IMOVEL (IDX-OBR) = FEC-IMOVEL
                   MOVE FEC-DATA TO TAB-OBR-DATA (IDX-OBR)
                   DIVIDE FEC-DATA BY 100
                       GIVING TAB-OBR-MES (IDX-OBR)
           END-SEARCH.

       0300-ABRIR-RELATORIO.
           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING 'VARIAOBRA.D'   DELIMITED BY SIZE
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
           MOVE 'VARIACAO-OBRAS'   TO WRK-CAT-RELATORIO.
           MOVE WRK-DATA-HOJE      TO WRK-CAT-DATA.
           MOVE WRK-NOME-RELATORIO TO WRK-CAT-ARQUIVO.
           MOVE 'P'                TO WRK-CAT-SITUACAO.
           PERFORM 9650-GRAVAR-CATALOGO.

           MOVE 'CUSTO ORCADO X REAL DAS OBRAS FECHADAS'
               TO WRK-IMP-TITULO.
           MOVE 'VARIACAO-OBRAS' TO WRK-IMP-PROGRAMA.
           MOVE WRK-DATA-HOJE TO WRK-IMP-DATA.
           MOVE ZEROS TO WRK-IMP-PAGINA.
           MOVE 99 TO WRK-IMP-LINHA.

      * TODA OBRA FECHADA ATE O MES ALIMENTA A TENDENCIA POR
      * MATERIAL; SO AS FECHADAS NO MES SAEM DETALHADAS
       0400-PROCESSAR-OBRA.
           ADD 1 TO WRK-CTL-LIDOS.
           MOVE 'N' TO WRK-FLAG-MES.
           IF TAB-OBR-MES (IDX-OBR) = WRK-MES-REF-N
               SET OBRA-DO-MES TO TRUE
               ADD 1 TO WRK-CTL-PROCESSADOS
               ADD 1 TO WRK-CONT-OBRAS-MES
           END-IF.
           MOVE ZEROS TO WRK-QTD-LINHAS.
           MOVE ZEROS TO WRK-AREA-OBRA.
           MOVE ZEROS TO WRK-HORAS-REAL.
           MOVE ZEROS TO WRK-MO-REAL.
           MOVE ZEROS TO WRK-DESPESAS.
           MOVE ZEROS TO WRK-OBRA-ORC.
           MOVE ZEROS TO WRK-OBRA-REAL.

           PERFORM 0410-LER-ORCAMENTO.
           PERFORM 0420-LER-ESTOQUE.
           PERFORM 0430-LER-CUSTOS.

           IF OBRA-DO-MES
               PERFORM 0440-IMPRIMIR-CABECALHO-OBRA
           END-IF.
           PERFORM VARYING IDX-LIN FROM 1 BY 1
                   UNTIL IDX-LIN > WRK-QTD-LINHAS
               PERFORM 0460-CONFRONTAR-MATERIAL
           END-PERFORM.
           PERFORM 0470-CONFRONTAR-MAO-OBRA.
           IF OBRA-DO-MES
               PERFORM 0480-IMPRIMIR-TOTAL-OBRA
           END-IF.

      * ORCAMENTO DA OBRA; A AREA DOS MATERIAIS POR M2 E A BASE DA
      * MAO DE OBRA ORCADA
       0410-LER-ORCAMENTO.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-ORCOBRA.
           IF WRK-FS-ORCOBRA = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-ORCOBRA
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           IF OOB-IMOVEL = TAB-OBR-IMOVEL (IDX-OBR)
                               MOVE OOB-MATERIAL TO WRK-MATERIAL
                               PERFORM 0450-ACHAR-LINHA
                               IF LINHA-DISPONIVEL
                                   ADD OOB-QTD
                                       TO TAB-LIN-QTD-MED (IDX-LIN)
                                   ADD OOB-VALOR
                                       TO TAB-LIN-VALOR-ORC (IDX-LIN)
                               END-IF
                               PERFORM 0455-BUSCAR-PRECO
                               IF NOT PRECO-ENCONTRADO
                                   OR TAB-PRE-TIPO (IDX-PRE) NOT = 'L'
                                   ADD OOB-QTD TO WRK-AREA-OBRA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ORCOBRA
           END-IF.

      * MATERIAL DO ALMOXARIFADO: SAIDAS MENOS DEVOLUCOES DA OBRA
       0420-LER-ESTOQUE.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-MOVESTOQUE.
           IF WRK-FS-MOVESTOQUE = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-MOVESTOQUE INTO WRK-REG-MOVIMENTO
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           IF WRK-MOV-IMOVEL = TAB-OBR-IMOVEL (IDX-OBR)
                               AND WRK-MOV-QTD-M2 NUMERIC
                               AND (WRK-MOV-TIPO = 'S'
                                    OR WRK-MOV-TIPO = 'D')
                               MOVE WRK-MOV-MATERIAL TO WRK-MATERIAL
                               PERFORM 0450-ACHAR-LINHA
                               IF LINHA-DISPONIVEL
                                   AND WRK-MOV-TIPO = 'S'
                                   ADD WRK-MOV-QTD-M2
                                       TO TAB-LIN-QTD-ESTQ (IDX-LIN)
                               END-IF
                               IF LINHA-DISPONIVEL
                                   AND WRK-MOV-TIPO = 'D'
                                   SUBTRACT WRK-MOV-QTD-M2
                                       FROM TAB-LIN-QTD-ESTQ (IDX-LIN)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MOVESTOQUE
           END-IF.

      * LANCAMENTOS DO CUSTO-OBRAS: HORAS DE EQUIPE, COMPRA DIRETA
      * DE MATERIAL E OUTRAS DESPESAS
       0430-LER-CUSTOS.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-CUSTOBRA.
           IF WRK-FS-CUSTOBRA = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-CUSTOBRA
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           IF COB-IMOVEL = TAB-OBR-IMOVEL (IDX-OBR)
                               PERFORM 0435-SOMAR-CUSTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CUSTOBRA
           END-IF.

       0435-SOMAR-CUSTO.
           EVALUATE COB-TIPO
               WHEN 'H'
                   ADD COB-QTD TO WRK-HORAS-REAL
                   ADD COB-VALOR TO WRK-MO-REAL
               WHEN 'M'
                   MOVE COB-CODIGO TO WRK-MATERIAL
                   PERFORM 0450-ACHAR-LINHA
                   IF LINHA-DISPONIVEL
                       ADD COB-QTD TO TAB-LIN-QTD-DIRETA (IDX-LIN)
                       ADD COB-VALOR TO TAB-LIN-VALOR-DIRETO (IDX-LIN)
                   ELSE
                       ADD COB-VALOR TO WRK-DESPESAS
                   END-IF
               WHEN OTHER
                   ADD COB-VALOR TO WRK-DESPESAS
           END-EVALUATE.

       0440-IMPRIMIR-CABECALHO-OBRA.
      * BLOCO DA OBRA NAO COMECA NO PE DA PAGINA
           IF WRK-IMP-LINHA > WRK-IMP-LINHAS-PAG - 8
               MOVE 99 TO WRK-IMP-LINHA
           END-IF.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE TAB-OBR-DATA (IDX-OBR) TO WRK-DATA-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'OBRA ' DELIMITED BY SIZE
                  TAB-OBR-IMOVEL (IDX-OBR) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  TAB-OBR-DESCRICAO (IDX-OBR) DELIMITED BY SIZE
                  '  CLIENTE ' DELIMITED BY SIZE
                  TAB-OBR-CLIENTE (IDX-OBR) DELIMITED BY SIZE
                  '  FECHADA EM ' DELIMITED BY SIZE
                  WRK-DATA-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

      * LINHA DE MATERIAL DA OBRA; TABELA CHEIA DESCARTA O MATERIAL
       0450-ACHAR-LINHA.
           MOVE 'N' TO WRK-FLAG-LINHA.
           SET IDX-LIN TO 1.
           SEARCH TAB-LIN-ITEM
               AT END
                   ADD 1 TO WRK-CTL-REJEITADOS
               WHEN IDX-LIN > WRK-QTD-LINHAS
                   ADD 1 TO WRK-QTD-LINHAS
                   MOVE WRK-MATERIAL TO TAB-LIN-MATERIAL (IDX-LIN)
                   MOVE ZEROS TO TAB-LIN-QTD-MED (IDX-LIN)
                   MOVE ZEROS TO TAB-LIN-VALOR-ORC (IDX-LIN)
                   MOVE ZEROS TO TAB-LIN-QTD-ESTQ (IDX-LIN)
                   MOVE ZEROS TO TAB-LIN-QTD-DIRETA (IDX-LIN)
                   MOVE ZEROS TO TAB-LIN-VALOR-DIRETO (IDX-LIN)
                   SET LINHA-DISPONIVEL TO TRUE
               WHEN TAB-LIN-MATERIAL (IDX-LIN) = WRK-MATERIAL
                   SET LINHA-DISPONIVEL TO TRUE
           END-SEARCH.

       0455-BUSCAR-PRECO.
           MOVE 'N' TO WRK-FLAG-PRECO.
           MOVE ZEROS TO WRK-PRECO.
           SET IDX-PRE TO 1.
           SEARCH TAB-PRE-ITEM
               AT END
                   CONTINUE
               WHEN IDX-PRE > WRK-QTD-PRECOS
                   CONTINUE
               WHEN TAB-PRE-MATERIAL (IDX-PRE) = WRK-MATERIAL
                   SET PRECO-ENCONTRADO TO TRUE
                   MOVE TAB-PRE-PRECO (IDX-PRE) TO WRK-PRECO
           END-SEARCH.

      * ORCADO = MEDIDO DO CALC-AREA MAIS A PERDA PADRAO; REAL =
      * ESTOQUE LIQUIDO AO PRECO ATUAL MAIS AS COMPRAS DIRETAS
       0460-CONFRONTAR-MATERIAL.
           MOVE TAB-LIN-MATERIAL (IDX-LIN) TO WRK-MATERIAL.
           PERFORM 0455-BUSCAR-PRECO.
           COMPUTE WRK-QTD-ORC ROUNDED =
               TAB-LIN-QTD-MED (IDX-LIN) * (100 + WRK-PERDA-PCT) / 100
               ON SIZE ERROR
                   MOVE ZEROS TO WRK-QTD-ORC
           END-COMPUTE.
           COMPUTE WRK-VALOR-ORC ROUNDED =
               TAB-LIN-VALOR-ORC (IDX-LIN) * (100 + WRK-PERDA-PCT)
               / 100
               ON SIZE ERROR
                   MOVE ZEROS TO WRK-VALOR-ORC
           END-COMPUTE.
           COMPUTE WRK-QTD-REAL = TAB-LIN-QTD-ESTQ (IDX-LIN)
               + TAB-LIN-QTD-DIRETA (IDX-LIN)
               ON SIZE ERROR
                   MOVE ZEROS TO WRK-QTD-REAL
           END-COMPUTE.
           COMPUTE WRK-VALOR-REAL ROUNDED =
               TAB-LIN-QTD-ESTQ (IDX-LIN) * WRK-PRECO
               + TAB-LIN-VALOR-DIRETO (IDX-LIN)
               ON SIZE ERROR
                   MOVE ZEROS TO WRK-VALOR-REAL
           END-COMPUTE.
           ADD WRK-VALOR-ORC TO WRK-OBRA-ORC.
           ADD WRK-VALOR-REAL TO WRK-OBRA-REAL.

      * SO MATERIAL ORCADO E CADASTRADO ENTRA NA TENDENCIA
           IF PRECO-ENCONTRADO AND TAB-LIN-QTD-MED (IDX-LIN) > ZEROS
               ADD 1 TO TAB-PRE-OBRAS (IDX-PRE)
               IF WRK-VALOR-REAL > WRK-VALOR-ORC
                   ADD 1 TO TAB-PRE-ACIMA (IDX-PRE)
               END-IF
               ADD TAB-LIN-QTD-MED (IDX-LIN)
                   TO TAB-PRE-QTD-MED (IDX-PRE)
               ADD TAB-LIN-VALOR-ORC (IDX-LIN)
                   TO TAB-PRE-VALOR-ORC (IDX-PRE)
               ADD WRK-QTD-REAL TO TAB-PRE-QTD-REAL (IDX-PRE)
               ADD WRK-VALOR-REAL TO TAB-PRE-VALOR-REAL (IDX-PRE)
           END-IF.

           IF OBRA-DO-MES
               ADD WRK-VALOR-ORC TO WRK-MES-MAT-ORC
               ADD WRK-VALOR-REAL TO WRK-MES-MAT-REAL
               MOVE SPACES TO WRK-LINHA-DETALHE
               MOVE WRK-MATERIAL TO WRK-LD-ITEM
               MOVE WRK-QTD-ORC TO WRK-LD-QTD-ORC
               MOVE WRK-QTD-REAL TO WRK-LD-QTD-REAL
               PERFORM 0490-IMPRIMIR-CONFRONTO
           END-IF.

      * MAO DE OBRA ORCADA PELO PADRAO SOBRE A AREA POR M2 DA OBRA
       0470-CONFRONTAR-MAO-OBRA.
           COMPUTE WRK-HORAS-ORC ROUNDED = WRK-AREA-OBRA * WRK-HORAS-M2
               ON SIZE ERROR
                   MOVE ZEROS TO WRK-HORAS-ORC
           END-COMPUTE.
           COMPUTE WRK-MO-ORC ROUNDED = WRK-HORAS-ORC * WRK-VALOR-HORA
               ON SIZE ERROR
                   MOVE ZEROS TO WRK-MO-ORC
           END-COMPUTE.
           ADD WRK-MO-ORC TO WRK-OBRA-ORC.
           ADD WRK-MO-REAL TO WRK-OBRA-REAL.
           ADD WRK-DESPESAS TO WRK-OBRA-REAL.
           IF OBRA-DO-MES
               ADD WRK-MO-ORC TO WRK-MES-MO-ORC
               ADD WRK-MO-REAL TO WRK-MES-MO-REAL
               ADD WRK-DESPESAS TO WRK-MES-DESPESAS
               MOVE SPACES TO WRK-LINHA-DETALHE
               MOVE 'MAO DE OBRA H' TO WRK-LD-ITEM
               MOVE WRK-HORAS-ORC TO WRK-LD-QTD-ORC
               MOVE WRK-HORAS-REAL TO WRK-LD-QTD-REAL
               MOVE WRK-MO-ORC TO WRK-VALOR-ORC
               MOVE WRK-MO-REAL TO WRK-VALOR-REAL
               PERFORM 0490-IMPRIMIR-CONFRONTO
               IF WRK-DESPESAS > ZEROS
                   MOVE SPACES TO WRK-LINHA-DETALHE
                   MOVE 'OUTRAS DESPES.' TO WRK-LD-ITEM
                   MOVE ZEROS TO WRK-LD-QTD-ORC
                   MOVE ZEROS TO WRK-LD-QTD-REAL
                   MOVE ZEROS TO WRK-VALOR-ORC
                   MOVE WRK-DESPESAS TO WRK-VALOR-REAL
                   PERFORM 0490-IMPRIMIR-CONFRONTO
               END-IF
           END-IF.

       0480-IMPRIMIR-TOTAL-OBRA.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE 'TOTAL DA OBRA' TO WRK-LD-ITEM.
           MOVE ZEROS TO WRK-LD-QTD-ORC.
           MOVE ZEROS TO WRK-LD-QTD-REAL.
           MOVE WRK-OBRA-ORC TO WRK-VALOR-ORC.
           MOVE WRK-OBRA-REAL TO WRK-VALOR-REAL.
           PERFORM 0490-IMPRIMIR-CONFRONTO.

      * VARIACAO = REAL - ORCADO; POSITIVA E GASTO ACIMA DO ORCADO
       0490-IMPRIMIR-CONFRONTO.
           COMPUTE WRK-VARIACAO = WRK-VALOR-REAL - WRK-VALOR-ORC.
           MOVE ZEROS TO WRK-VAR-PCT.
           IF WRK-VALOR-ORC > ZEROS
               COMPUTE WRK-VAR-PCT ROUNDED =
                   WRK-VARIACAO * 100 / WRK-VALOR-ORC
                   ON SIZE ERROR
                       MOVE 9999,9 TO WRK-VAR-PCT
               END-COMPUTE
           END-IF.
           MOVE WRK-VALOR-ORC TO WRK-LD-VALOR-ORC.
           MOVE WRK-VALOR-REAL TO WRK-LD-VALOR-REAL.
           MOVE WRK-VARIACAO TO WRK-LD-VARIACAO.
           MOVE WRK-VAR-PCT TO WRK-LD-VAR-PCT.
           EVALUATE TRUE
               WHEN WRK-VALOR-ORC = ZEROS
                   MOVE 'SEM ORCADO' TO WRK-LD-SITUACAO
               WHEN WRK-VARIACAO > ZEROS
                   MOVE 'ACIMA' TO WRK-LD-SITUACAO
               WHEN OTHER
                   MOVE 'DENTRO' TO WRK-LD-SITUACAO
           END-EVALUATE.
           MOVE WRK-LINHA-DETALHE TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

       0600-IMPRIMIR-TOTAL-MES.
           IF WRK-CONT-OBRAS-MES = ZEROS
               MOVE SPACES TO WRK-IMP-AREA
               STRING 'NENHUMA OBRA FECHADA EM ' DELIMITED BY SIZE
                      WRK-MES-ED DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
               PERFORM 9800-IMPRIMIR-LINHA
           ELSE
               IF WRK-IMP-LINHA > WRK-IMP-LINHAS-PAG - 8
                   MOVE 99 TO WRK-IMP-LINHA
               END-IF
               MOVE SPACES TO WRK-IMP-AREA
               PERFORM 9800-IMPRIMIR-LINHA
               MOVE WRK-CONT-OBRAS-MES TO WRK-CONT-ED
               MOVE SPACES TO WRK-IMP-AREA
               STRING 'TOTAL DO MES ' DELIMITED BY SIZE
                      WRK-MES-ED DELIMITED BY SIZE
                      ' - OBRAS FECHADAS: ' DELIMITED BY SIZE
                      WRK-CONT-ED DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
               PERFORM 9800-IMPRIMIR-LINHA
               MOVE SPACES TO WRK-LINHA-DETALHE
               MOVE 'MATERIAL' TO WRK-LD-ITEM
               MOVE WRK-MES-MAT-ORC TO WRK-VALOR-ORC
               MOVE WRK-MES-MAT-REAL TO WRK-VALOR-REAL
               PERFORM 0490-IMPRIMIR-CONFRONTO
               MOVE SPACES TO WRK-LINHA-DETALHE
               MOVE 'MAO DE OBRA' TO WRK-LD-ITEM
               MOVE WRK-MES-MO-ORC TO WRK-VALOR-ORC
               MOVE WRK-MES-MO-REAL TO WRK-VALOR-REAL
               PERFORM 0490-IMPRIMIR-CONFRONTO
               MOVE SPACES TO WRK-LINHA-DETALHE
               MOVE 'OUTRAS DESPES.' TO WRK-LD-ITEM
               MOVE ZEROS TO WRK-VALOR-ORC
               MOVE WRK-MES-DESPESAS TO WRK-VALOR-REAL
               PERFORM 0490-IMPRIMIR-CONFRONTO
               COMPUTE WRK-MES-ORC = WRK-MES-MAT-ORC + WRK-MES-MO-ORC
               COMPUTE WRK-MES-REAL = WRK-MES-MAT-REAL
                   + WRK-MES-MO-REAL + WRK-MES-DESPESAS
               MOVE SPACES TO WRK-LINHA-DETALHE
               MOVE 'TOTAL DO MES' TO WRK-LD-ITEM
               MOVE WRK-MES-ORC TO WRK-VALOR-ORC
               MOVE WRK-MES-REAL TO WRK-VALOR-REAL
               PERFORM 0490-IMPRIMIR-CONFRONTO
           END-IF.

      * TENDENCIA POR MATERIAL SOBRE TODAS AS OBRAS FECHADAS: ACIMA
      * DO ORCADO EM PELO MENOS DUAS OBRAS E EM MAIS DA METADE DELAS
      * SAI MARCADO. PERDA REAL = QUANTIDADE REAL SOBRE A MEDIDA;
      * CUSTO POR UNIDADE SEM A PERDA, REAL CONTRA ORCADO
       0700-IMPRIMIR-TENDENCIA.
           SET SECAO-TENDENCIA TO TRUE.
           MOVE 99 TO WRK-IMP-LINHA.
           PERFORM VARYING IDX-PRE FROM 1 BY 1
                   UNTIL IDX-PRE > WRK-QTD-PRECOS
               IF TAB-PRE-OBRAS (IDX-PRE) > ZEROS
                   PERFORM 0710-IMPRIMIR-MATERIAL
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-CONT-MARCADOS TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'MATERIAIS ACIMA DO ORCADO COM FREQUENCIA (***): '
                      DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

       0710-IMPRIMIR-MATERIAL.
           MOVE SPACES TO WRK-LINHA-TENDENCIA.
           MOVE TAB-PRE-MATERIAL (IDX-PRE) TO WRK-LT-MATERIAL.
           MOVE TAB-PRE-OBRAS (IDX-PRE) TO WRK-LT-OBRAS.
           MOVE TAB-PRE-ACIMA (IDX-PRE) TO WRK-LT-ACIMA.
           COMPUTE WRK-PERDA-REAL ROUNDED =
               TAB-PRE-QTD-REAL (IDX-PRE) * 100
               / TAB-PRE-QTD-MED (IDX-PRE) - 100
               ON SIZE ERROR
                   MOVE 9999,99 TO WRK-PERDA-REAL
           END-COMPUTE.
           COMPUTE WRK-UNIT-ORC ROUNDED =
               TAB-PRE-VALOR-ORC (IDX-PRE) / TAB-PRE-QTD-MED (IDX-PRE)
               ON SIZE ERROR
                   MOVE ZEROS TO WRK-UNIT-ORC
           END-COMPUTE.
           MOVE ZEROS TO WRK-UNIT-REAL.
           IF TAB-PRE-QTD-REAL (IDX-PRE) > ZEROS
               COMPUTE WRK-UNIT-REAL ROUNDED =
                   TAB-PRE-VALOR-REAL (IDX-PRE)
                   / TAB-PRE-QTD-REAL (IDX-PRE)
                   ON SIZE ERROR
                       MOVE ZEROS TO WRK-UNIT-REAL
               END-COMPUTE
           END-IF.
           MOVE WRK-PERDA-REAL TO WRK-LT-PERDA-REAL.
           MOVE WRK-PERDA-PCT TO WRK-LT-PERDA-PAD.
           MOVE WRK-UNIT-ORC TO WRK-LT-UNIT-ORC.
           MOVE WRK-UNIT-REAL TO WRK-LT-UNIT-REAL.
           MOVE TAB-PRE-PRECO (IDX-PRE) TO WRK-LT-PRECO.
           IF TAB-PRE-ACIMA (IDX-PRE) >= 2
               AND TAB-PRE-ACIMA (IDX-PRE) * 2 > TAB-PRE-OBRAS (IDX-PRE)
               ADD 1 TO WRK-CONT-MARCADOS
               MOVE '***' TO WRK-LT-MARCA
               EVALUATE TRUE
                   WHEN WRK-PERDA-REAL > WRK-PERDA-PCT
                    AND WRK-UNIT-REAL > WRK-UNIT-ORC
                       MOVE 'REVER PERDA E PRECO' TO WRK-LT-RECOMENDA
                   WHEN WRK-PERDA-REAL > WRK-PERDA-PCT
                       MOVE 'REVER PERDA' TO WRK-LT-RECOMENDA
                   WHEN WRK-UNIT-REAL > WRK-UNIT-ORC
                       MOVE 'REVER PRECO' TO WRK-LT-RECOMENDA
                   WHEN OTHER
                       MOVE 'ACIMA DO ORCADO' TO WRK-LT-RECOMENDA
               END-EVALUATE
           END-IF.
           MOVE WRK-LINHA-TENDENCIA TO WRK-IMP-AREA.
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
           IF SECAO-TENDENCIA
               STRING 'TENDENCIA POR MATERIAL - TODAS AS OBRAS '
                          DELIMITED BY SIZE
                      'FECHADAS ATE ' DELIMITED BY SIZE
                      WRK-MES-ED DELIMITED BY SIZE
                   INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
               WRITE REG-RELATORIO FROM WRK-LINHA-CAB-TENDENCIA
           ELSE
               STRING 'OBRAS FECHADAS EM ' DELIMITED BY SIZE
                      WRK-MES-ED DELIMITED BY SIZE
                   INTO REG-RELATORIO
               END-STRING
               WRITE REG-RELATORIO
               WRITE REG-RELATORIO FROM WRK-LINHA-CABECALHO
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 4 TO WRK-IMP-LINHA.

       9820-ENCERRAR-RELATORIO.
           WRITE REG-RELATORIO FROM WRK-IMP-FIM-RELATORIO.

           COPY LERPARM.

           COPY GRAVALOG.

           COPY GRAVACAT.
