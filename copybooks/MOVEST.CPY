      ***************************
      * MOVEST.CPY
      * CAMPOS DE TRABALHO DO RAZAO DE ESTOQUE (MOVESTOQUE.DAT): TODA
      * ALTERACAO DO ESTOQUE DE MATERIAL E UM MOVIMENTO COM DATA,
      * HORA, OPERADOR E ORIGEM, E O SALDO EM MAOS (ESTOQUE.DAT) E SO
      * A SOMA DOS MOVIMENTOS, REFEITA PELO SALDO-ESTOQUE. TIPOS:
      * I=SALDO DE IMPLANTACAO, R=RECEBIMENTO DE PEDIDO DE COMPRA,
      * S=SAIDA PARA OBRA, D=DEVOLUCAO DA OBRA, P=AJUSTE A MAIS,
      * N=AJUSTE A MENOS. USAR JUNTO COM GRAVAMOV.CPY (PARAGRAFOS).
      * O CHAMADOR QUE GRAVA MOVIMENTO DEVE TER DECLARADO
      * ARQ-MOVESTOQUE / REG-MOVESTOQUE (PIC X(83)) /
      * WRK-FS-MOVESTOQUE E ARQ-ESTOQUE / REG-ESTOQUE (EST-MATERIAL,
      * EST-QTD-M2) / WRK-FS-ESTOQUE NO SEU PROPRIO PROGRAMA.
      ***************************
       77 WRK-MOV-GRAVADO PIC X(01) VALUE 'N'.
         88 MOVIMENTO-GRAVADO VALUE 'S'.
       77 WRK-EOF-IMPLANTA PIC X(01) VALUE 'N'.
         88 FIM-IMPLANTA VALUE 'S'.

       01 WRK-MOV-DATA-HORA.
           05 WRK-MOV-DH-DATA     PIC 9(08).
           05 WRK-MOV-DH-HORA     PIC 9(06).
           05 FILLER              PIC X(07).

       01 WRK-REG-MOVIMENTO.
           05 WRK-MOV-DATA        PIC 9(08).
           05 WRK-MOV-HORA        PIC 9(06).
           05 WRK-MOV-MATERIAL    PIC X(04).
           05 WRK-MOV-TIPO        PIC X(01).
             88 MOV-ENTRADA       VALUE 'I' 'R' 'D' 'P'.
             88 MOV-SAIDA         VALUE 'S' 'N'.
             88 MOV-TIPO-VALIDO   VALUE 'I' 'R' 'S' 'D' 'P' 'N'.
           05 WRK-MOV-QTD-M2      PIC 9(06)V99.
      * OBRA (IMO-CODIGO) DA SAIDA OU DA DEVOLUCAO
           05 WRK-MOV-IMOVEL      PIC X(06).
      * PEDIDO-ITEM DO RECEBIMENTO, ESTAGIO-E DA BAIXA AUTOMATICA
           05 WRK-MOV-DOCUMENTO   PIC X(10).
           05 WRK-MOV-OPERADOR    PIC X(20).
           05 WRK-MOV-MOTIVO      PIC X(20).

      * MOVIMENTO DO CHAMADOR GUARDADO DURANTE A IMPLANTACAO
       01 WRK-MOV-SALVO           PIC X(83).
