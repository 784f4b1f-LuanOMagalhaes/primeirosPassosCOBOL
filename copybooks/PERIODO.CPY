      ***************************
      * PERIODO.CPY
      * CAMPOS DE TRABALHO DO FECHAMENTO CONTABIL (PERIODOS.DAT): O
      * FECHA-PERIODO ANOTA UMA LINHA A CADA FECHAMENTO (F) OU
      * REABERTURA (R) DE MES; A ULTIMA LINHA DIZ ATE QUE MES
      * (AAAAMM) O MOVIMENTO ESTA FECHADO. TODO PROGRAMA QUE GRAVA
      * FATURAS, PAGAMENTOS OU CREDITOS CARREGA O PERIODO E RECUSA O
      * LANCAMENTO DATADO DENTRO DELE. USAR JUNTO COM VERPERIODO.CPY
      * (PARAGRAFOS). O CHAMADOR DEVE TER DECLARADO ARQ-PERIODOS /
      * REG-PERIODO (PIC X(35)) / WRK-FS-PERIODOS NO SEU PROPRIO
      * PROGRAMA.
      ***************************
       77 WRK-PF-ULT-FECHADO PIC 9(06) VALUE ZEROS.
       77 WRK-PF-PRIMEIRO PIC 9(06) VALUE ZEROS.
       77 WRK-PF-EOF PIC X(01) VALUE 'N'.
         88 FIM-PERIODOS VALUE 'S'.
       77 WRK-PF-FLAG-FECHADO PIC X(01) VALUE 'N'.
         88 PERIODO-FECHADO VALUE 'S'.

      * DATA DO LANCAMENTO A CONFERIR, PREENCHIDA PELO CHAMADOR
       01 WRK-PF-DATA-DOC.
           05 WRK-PF-DOC-ANOMES   PIC 9(06).
           05 WRK-PF-DOC-DIA      PIC 9(02).

       01 WRK-REG-PERIODO.
           05 WRK-PF-ANOMES       PIC 9(06).
           05 WRK-PF-SITUACAO     PIC X(01).
             88 PF-FECHAMENTO VALUE 'F'.
             88 PF-REABERTURA VALUE 'R'.
           05 WRK-PF-DATA         PIC 9(08).
           05 WRK-PF-USUARIO      PIC X(20).
