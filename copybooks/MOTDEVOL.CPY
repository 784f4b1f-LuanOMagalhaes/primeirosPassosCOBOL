      ***************************
      * MOTDEVOL.CPY
      * TABELA DOS MOTIVOS DE DEVOLUCAO (LOGISTICA REVERSA) DOS
      * PEDIDOS TIPO 'D' DO PEDIDOS.DAT: CODIGO, DESCRICAO E QUEM
      * PAGA O FRETE DA VOLTA. COBRA = 'S' O FRETE DA DEVOLUCAO ENTRA
      * NA FATURA DO CLIENTE (DESISTENCIA, ERRO DELE); COBRA = 'N' O
      * FRETE E ABSORVIDO PELA EMPRESA (AVARIA, ERRO NOSSO, DEFEITO).
      * CODIGO NOVO ENTRA AQUI E NO OCCURS ABAIXO. USAR JUNTO COM
      * BUSCADEV.CPY (PARAGRAFO DE BUSCA).
      ***************************
       01 TAB-MOTIVOS-DEVOL-VAL.
           05 FILLER PIC X(02) VALUE 'AV'.
           05 FILLER PIC X(20) VALUE 'AVARIA NO TRANSPORTE'.
           05 FILLER PIC X(01) VALUE 'N'.
           05 FILLER PIC X(02) VALUE 'ES'.
           05 FILLER PIC X(20) VALUE 'ERRO DE SEPARACAO'.
           05 FILLER PIC X(01) VALUE 'N'.
           05 FILLER PIC X(02) VALUE 'DF'.
           05 FILLER PIC X(20) VALUE 'DEFEITO DO PRODUTO'.
           05 FILLER PIC X(01) VALUE 'N'.
           05 FILLER PIC X(02) VALUE 'AT'.
           05 FILLER PIC X(20) VALUE 'ATRASO NA ENTREGA'.
           05 FILLER PIC X(01) VALUE 'N'.
           05 FILLER PIC X(02) VALUE 'DS'.
           05 FILLER PIC X(20) VALUE 'DESISTENCIA CLIENTE'.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC X(02) VALUE 'EC'.
           05 FILLER PIC X(20) VALUE 'PEDIDO ERRADO CLIENT'.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC X(02) VALUE 'RS'.
           05 FILLER PIC X(20) VALUE 'RECUSA SEM MOTIVO'.
           05 FILLER PIC X(01) VALUE 'S'.
       01 TAB-MOTIVOS-DEVOL REDEFINES TAB-MOTIVOS-DEVOL-VAL.
           05 TAB-MDV-ITEM OCCURS 7 TIMES
                            INDEXED BY IDX-MDV.
               10 TAB-MDV-CODIGO    PIC X(02).
               10 TAB-MDV-DESCRICAO PIC X(20).
               10 TAB-MDV-COBRA     PIC X(01).

      * CODIGO A BUSCAR (PREENCHIDO PELO CHAMADOR) E O RESULTADO
       77 WRK-MDV-CODIGO PIC X(02) VALUE SPACES.
       77 WRK-MDV-DESCRICAO PIC X(20) VALUE SPACES.
       77 WRK-MDV-COBRA PIC X(01) VALUE SPACES.
         88 FRETE-DEVOL-COBRADO VALUE 'S'.
         88 FRETE-DEVOL-ABSORVIDO VALUE 'N'.
       77 WRK-MDV-FLAG PIC X(01) VALUE 'N'.
         88 MOTIVO-DEVOL-VALIDO VALUE 'S'.
