       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEBE-MERCADORIAS.
      ***************************
      * Área de comentários
      * OBJETIVO: RECEBIMENTO DE MATERIAL CONTRA O PEDIDO DE COMPRA
      * (PEDCOMPRA.DAT, GERADO PELO GERA-PEDIDOS-COMPRA), NO LUGAR DO
      * ACERTO MANUAL DO ESTOQUE.DAT QUANDO A ENTREGA CHEGAVA. O
      * OPERADOR INFORMA O PEDIDO E, LINHA A LINHA, AS EMBALAGENS QUE
      * CHEGARAM DE FATO; ENTREGA PARCIAL DEIXA A LINHA EM ABERTO COM
      * O SALDO (SITUACAO P) ATE A PROXIMA ENTREGA, E ENTREGA ACIMA DO
      * SALDO E RECUSADA. O RECEBIDO (EMBALAGENS X M2 DA EMBALAGEM DO
      * PEDIDO) ENTRA NO RAZAO DE ESTOQUE (MOVESTOQUE.DAT) COMO
      * MOVIMENTO R COM O PEDIDO-ITEM DE DOCUMENTO, E CADA ENTREGA
      * FICA EM RECEBIMENTOS.DAT COM DATA E OPERADOR. NADA E GRAVADO
      * SEM A CONFIRMACAO FINAL NEM COM A JANELA DE LOTE TRAVADA
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDCOMPRA ASSIGN TO 'PEDCOMPRA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDCOMPRA.

      * RAZAO DE ESTOQUE: O RECEBIDO ENTRA COMO MOVIMENTO R
           SELECT ARQ-MOVESTOQUE ASSIGN TO 'MOVESTOQUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVESTOQUE.

      * SALDO ANTERIOR AO RAZAO, LIDO SO NA IMPLANTACAO DO RAZAO
           SELECT ARQ-ESTOQUE ASSIGN TO 'ESTOQUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTOQUE.

      * HISTORICO DAS ENTREGAS: UMA LINHA POR LINHA DE PEDIDO
      * RECEBIDA EM CADA ENTREGA
           SELECT ARQ-RECEBIMENTOS ASSIGN TO 'RECEBIMENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECEBIMENTOS.

      * TRAVA DA JANELA DE LOTE: COM O MARCADOR DE LOTELOCK.DAT
      * ATIVO, O RECEBIMENTO NAO ATUALIZA O ESTOQUE
           SELECT ARQ-TRAVA ASSIGN TO 'LOTELOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRAVA.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDCOMPRA
           RECORDING MODE IS F.
       01  REG-PEDCOMPRA      PIC X(70).

       FD  ARQ-MOVESTOQUE
           RECORDING MODE IS F.
       01  REG-MOVESTOQUE     PIC X(83).

       FD  ARQ-ESTOQUE
           RECORDING MODE IS F.
       01  REG-ESTOQUE.
           05 EST-MATERIAL    PIC X(04).
           05 EST-QTD-M2      PIC 9(06)V99.

       FD  ARQ-RECEBIMENTOS
           RECORDING MODE IS F.
       01  REG-RECEBIMENTO.
           05 REC-NUMERO      PIC 9(06).
           05 REC-ITEM        PIC 9(02).
           05 REC-MATERIAL    PIC X(04).
           05 REC-DATA        PIC 9(08).
           05 REC-EMBALAGENS  PIC 9(06).
           05 REC-QTD-M2      PIC 9(08)V99.
           05 REC-OPERADOR    PIC X(20).

       FD  ARQ-TRAVA
           RECORDING MODE IS F.
       01  REG-TRAVA          PIC X(29).

       WORKING-STORAGE SECTION.
       77 WRK-FS-PEDCOMPRA PIC X(02) VALUE ZEROS.
       77 WRK-FS-ESTOQUE PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOVESTOQUE PIC X(02) VALUE ZEROS.
       77 WRK-FS-RECEBIMENTOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRAVA PIC X(02) VALUE ZEROS.

       COPY TRAVALOTE.
       77 WRK-EOF-PEDCOMPRA PIC X(01) VALUE 'N'.
         88 FIM-PEDCOMPRA VALUE 'S'.

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

      * PEDCOMPRA.DAT INTEIRO RETIDO EM TABELA PARA A REGRAVACAO,
      * COMO O MANUTENCAO-IMOVEIS FAZ COM O IMOVEIS.DAT
       77 WRK-QTD-LINHAS PIC 9(03) VALUE ZEROS.
       01 TAB-PEDCOMPRA.
           05 TAB-PCO-LINHA PIC X(70) OCCURS 500 TIMES.
       77 WRK-IDX-PCO PIC 9(03) VALUE ZEROS.

      * SITUACAO DA LINHA: A=ABERTA, P=RECEBIDA EM PARTE,
      * R=RECEBIDA POR INTEIRO
       01 WRK-REG-PEDCOMPRA.
           05 WRK-PCO-NUMERO        PIC 9(06).
           05 WRK-PCO-ITEM          PIC 9(02).
           05 WRK-PCO-FORNECEDOR    PIC X(04).
           05 WRK-PCO-DATA          PIC 9(08).
           05 WRK-PCO-MATERIAL      PIC X(04).
           05 WRK-PCO-EMBALAGENS    PIC 9(06).
           05 WRK-PCO-EMB-M2        PIC 9(03)V99.
           05 WRK-PCO-PRECO-EMB     PIC 9(06)V99.
           05 WRK-PCO-VALOR         PIC 9(10)V99.
           05 WRK-PCO-RECEBIDAS     PIC 9(06).
           05 WRK-PCO-DATA-ULT-REC  PIC 9(08).
           05 WRK-PCO-SITUACAO      PIC X(01).
             88 PCO-ABERTA          VALUE 'A'.
             88 PCO-PARCIAL         VALUE 'P'.
             88 PCO-RECEBIDA        VALUE 'R'.

       COPY MOVEST.

      * ENTREGAS DIGITADAS NESTA SESSAO, GRAVADAS NA CONFIRMACAO
       77 WRK-QTD-RECEB PIC 9(02) VALUE ZEROS.
       01 TAB-RECEBIMENTOS.
           05 TAB-REC-LINHA PIC X(56) OCCURS 50 TIMES.
       77 WRK-IDX-REC PIC 9(02) VALUE ZEROS.

       77 WRK-OPERADOR PIC X(20) VALUE SPACES.
       77 WRK-NUMERO-X PIC X(06) VALUE SPACES.
       77 WRK-NUMERO REDEFINES WRK-NUMERO-X PIC 9(06).
       77 WRK-EMBALAGENS-X PIC X(06) VALUE SPACES.
       77 WRK-EMBALAGENS REDEFINES WRK-EMBALAGENS-X PIC 9(06).
       77 WRK-SALDO PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-M2 PIC 9(08)V99 VALUE ZEROS.
       77 WRK-LIMITE-MOVIMENTO PIC 9(06)V99 VALUE 999999,99.
       77 WRK-RESPOSTA PIC X(01) VALUE SPACES.
       77 WRK-FLAG-CAMPO PIC X(01) VALUE 'N'.
         88 CAMPO-VALIDO VALUE 'S'.
       77 WRK-FLAG-PEDIDO PIC X(01) VALUE 'N'.
         88 PEDIDO-ENCONTRADO VALUE 'S'.
       77 WRK-CONT-ABERTAS PIC 9(02) VALUE ZEROS.
       77 WRK-EMB-ED PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-EMB2-ED PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-EMB3-ED PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-AREA-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-PEDCOMPRA.
           MOVE 'N' TO WRK-FLAG-PEDIDO.
           MOVE ZEROS TO WRK-QTD-LINHAS.
           MOVE ZEROS TO WRK-QTD-RECEB.
           MOVE ZEROS TO WRK-CONT-ABERTAS.
           MOVE SPACES TO WRK-OPERADOR.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           PERFORM 9550-CONFERIR-TRAVA.
           IF TRAVA-ATIVA
               DISPLAY 'JANELA DE LOTE EM USO POR '
                   WRK-TL-PROGRAMA ' DESDE ' WRK-TL-DATA
                   ' - RECEBIMENTO RECUSADO'
               GOBACK
           END-IF.

           PERFORM 0200-CARREGAR-PEDIDOS.

           PERFORM WITH TEST AFTER UNTIL WRK-OPERADOR NOT = SPACES
               DISPLAY 'OPERADOR RESPONSAVEL PELO RECEBIMENTO'
               ACCEPT WRK-OPERADOR FROM CONSOLE
           END-PERFORM.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'NUMERO DO PEDIDO DE COMPRA (6 DIGITOS)'
               ACCEPT WRK-NUMERO-X FROM CONSOLE
               IF WRK-NUMERO-X NUMERIC
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'NUMERO INVALIDO'
               END-IF
           END-PERFORM.

           PERFORM 0300-RECEBER-PEDIDO.
           EVALUATE TRUE
               WHEN NOT PEDIDO-ENCONTRADO
                   DISPLAY 'PEDIDO DE COMPRA ' WRK-NUMERO
                       ' NAO ENCONTRADO'
               WHEN WRK-CONT-ABERTAS = 0
                   DISPLAY 'PEDIDO DE COMPRA ' WRK-NUMERO
                       ' JA RECEBIDO POR INTEIRO'
               WHEN WRK-QTD-RECEB = 0
                   DISPLAY 'NENHUMA ENTREGA INFORMADA - NADA GRAVADO'
               WHEN OTHER
                   PERFORM 0500-CONFIRMAR-RECEBIMENTO
           END-EVALUATE.
           GOBACK.

       0200-CARREGAR-PEDIDOS.
           OPEN INPUT ARQ-PEDCOMPRA.
           IF WRK-FS-PEDCOMPRA = '35'
               DISPLAY 'NENHUM PEDIDO DE COMPRA EMITIDO (PEDCOMPRA.DAT '
                   'AUSENTE)'
               GOBACK
           END-IF.
           IF WRK-FS-PEDCOMPRA NOT = '00'
               DISPLAY 'ERRO AO ABRIR PEDCOMPRA.DAT - FS='
                   WRK-FS-PEDCOMPRA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL FIM-PEDCOMPRA
               READ ARQ-PEDCOMPRA
                   AT END
                       MOVE 'S' TO WRK-EOF-PEDCOMPRA
                   NOT AT END
                       IF WRK-QTD-LINHAS < 500
                           ADD 1 TO WRK-QTD-LINHAS
                           MOVE REG-PEDCOMPRA
                               TO TAB-PCO-LINHA (WRK-QTD-LINHAS)
                       ELSE
                           DISPLAY 'TABELA DE PEDIDOS DE COMPRA CHEIA'
                               ' - RECEBIMENTO RECUSADO'
                           CLOSE ARQ-PEDCOMPRA
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PEDCOMPRA.

      * CADA LINHA DO PEDIDO AINDA NAO RECEBIDA POR INTEIRO PEDE O
      * QUE CHEGOU; BRANCO OU ZERO = NADA DESTA LINHA NESTA ENTREGA
       0300-RECEBER-PEDIDO.
           PERFORM VARYING WRK-IDX-PCO FROM 1 BY 1
                   UNTIL WRK-IDX-PCO > WRK-QTD-LINHAS
               MOVE TAB-PCO-LINHA (WRK-IDX-PCO) TO WRK-REG-PEDCOMPRA
               IF WRK-PCO-NUMERO = WRK-NUMERO
                   SET PEDIDO-ENCONTRADO TO TRUE
                   IF NOT PCO-RECEBIDA
                       ADD 1 TO WRK-CONT-ABERTAS
                       PERFORM 0310-RECEBER-LINHA
                   END-IF
               END-IF
           END-PERFORM.

       0310-RECEBER-LINHA.
           COMPUTE WRK-SALDO = WRK-PCO-EMBALAGENS - WRK-PCO-RECEBIDAS.
           MOVE WRK-PCO-EMBALAGENS TO WRK-EMB-ED.
           MOVE WRK-PCO-RECEBIDAS TO WRK-EMB2-ED.
           MOVE WRK-SALDO TO WRK-EMB3-ED.
           DISPLAY 'ITEM ' WRK-PCO-ITEM ' MATERIAL ' WRK-PCO-MATERIAL
               ' PEDIDAS ' WRK-EMB-ED ' RECEBIDAS ' WRK-EMB2-ED
               ' SALDO ' WRK-EMB3-ED.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY '    EMBALAGENS QUE CHEGARAM (6 DIGITOS, '
                   'BRANCO = NADA)'
               MOVE SPACES TO WRK-EMBALAGENS-X
               ACCEPT WRK-EMBALAGENS-X FROM CONSOLE
               EVALUATE TRUE
                   WHEN WRK-EMBALAGENS-X = SPACES
                       MOVE ZEROS TO WRK-EMBALAGENS
                       SET CAMPO-VALIDO TO TRUE
                   WHEN WRK-EMBALAGENS-X NOT NUMERIC
                       DISPLAY '    QUANTIDADE INVALIDA'
                   WHEN WRK-EMBALAGENS > WRK-SALDO
                       DISPLAY '    ACIMA DO SALDO DO PEDIDO - '
                           'RECUSE O EXCEDENTE NA ENTREGA'
                   WHEN OTHER
                       SET CAMPO-VALIDO TO TRUE
               END-EVALUATE
           END-PERFORM.
           IF WRK-EMBALAGENS > 0
               PERFORM 0320-APLICAR-RECEBIMENTO
           END-IF.

      * O RECEBIDO VIRA M2 PELA EMBALAGEM DO PEDIDO (NAO A ATUAL DE
      * PRECOS.DAT); O MOVIMENTO DO RAZAO SO E LANCADO NA CONFIRMACAO
       0320-APLICAR-RECEBIMENTO.
           COMPUTE WRK-QTD-M2 = WRK-EMBALAGENS * WRK-PCO-EMB-M2.
           EVALUATE TRUE
               WHEN WRK-QTD-M2 > WRK-LIMITE-MOVIMENTO
                   DISPLAY '    ENTREGA PASSA DO LIMITE DO MOVIMENTO '
                       'DE ESTOQUE - LINHA NAO RECEBIDA'
               WHEN WRK-QTD-RECEB >= 50
                   DISPLAY '    TABELA DE ENTREGAS CHEIA - LINHA NAO '
                       'RECEBIDA'
               WHEN OTHER
                   ADD WRK-EMBALAGENS TO WRK-PCO-RECEBIDAS
                   MOVE WRK-DATA-HOJE TO WRK-PCO-DATA-ULT-REC
                   IF WRK-PCO-RECEBIDAS >= WRK-PCO-EMBALAGENS
                       MOVE 'R' TO WRK-PCO-SITUACAO
                   ELSE
                       MOVE 'P' TO WRK-PCO-SITUACAO
                   END-IF
                   MOVE WRK-REG-PEDCOMPRA
                       TO TAB-PCO-LINHA (WRK-IDX-PCO)
                   PERFORM 0330-GUARDAR-RECEBIMENTO
                   MOVE WRK-QTD-M2 TO WRK-AREA-ED
                   DISPLAY '    RECEBIDO: ' WRK-AREA-ED ' M2 - LINHA '
                       'FICA ' WRK-PCO-SITUACAO
           END-EVALUATE.

       0330-GUARDAR-RECEBIMENTO.
           ADD 1 TO WRK-QTD-RECEB.
           MOVE WRK-PCO-NUMERO   TO REC-NUMERO.
           MOVE WRK-PCO-ITEM     TO REC-ITEM.
           MOVE WRK-PCO-MATERIAL TO REC-MATERIAL.
           MOVE WRK-DATA-HOJE    TO REC-DATA.
           MOVE WRK-EMBALAGENS   TO REC-EMBALAGENS.
           MOVE WRK-QTD-M2       TO REC-QTD-M2.
           MOVE WRK-OPERADOR     TO REC-OPERADOR.
           MOVE REG-RECEBIMENTO TO TAB-REC-LINHA (WRK-QTD-RECEB).

       0500-CONFIRMAR-RECEBIMENTO.
           DISPLAY 'CONFIRMA O RECEBIMENTO DE ' WRK-QTD-RECEB
               ' LINHA(S) DO PEDIDO ' WRK-NUMERO ' (S/N)?'.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
               PERFORM 0600-GRAVAR-PEDIDOS
               PERFORM 0650-GRAVAR-MOVIMENTOS
               PERFORM 0700-GRAVAR-RECEBIMENTOS
               DISPLAY 'RECEBIMENTO GRAVADO - ENTRADA LANCADA NO '
                   'RAZAO DE ESTOQUE'
           ELSE
               DISPLAY 'RECEBIMENTO DESCARTADO - NADA GRAVADO'
           END-IF.

      * A TRAVA E CONFERIDA DE NOVO: A JANELA PODE TER ABERTO ENQUANTO
      * O OPERADOR DIGITAVA
       0600-GRAVAR-PEDIDOS.
           PERFORM 9550-CONFERIR-TRAVA.
           IF TRAVA-ATIVA
               DISPLAY 'JANELA DE LOTE EM USO POR '
                   WRK-TL-PROGRAMA ' DESDE ' WRK-TL-DATA
                   ' - GRAVACAO RECUSADA, SESSAO DESCARTADA'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ARQ-PEDCOMPRA.
           IF WRK-FS-PEDCOMPRA NOT = '00'
               DISPLAY 'ERRO AO GRAVAR PEDCOMPRA.DAT - FS='
                   WRK-FS-PEDCOMPRA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WRK-IDX-PCO FROM 1 BY 1
                   UNTIL WRK-IDX-PCO > WRK-QTD-LINHAS
               WRITE REG-PEDCOMPRA FROM TAB-PCO-LINHA (WRK-IDX-PCO)
           END-PERFORM.
           CLOSE ARQ-PEDCOMPRA.

      * UM MOVIMENTO R POR LINHA RECEBIDA, COM O PEDIDO-ITEM DE
      * DOCUMENTO PARA A FICHA DE ESTOQUE CHEGAR AO PEDIDO
       0650-GRAVAR-MOVIMENTOS.
           PERFORM VARYING WRK-IDX-REC FROM 1 BY 1
                   UNTIL WRK-IDX-REC > WRK-QTD-RECEB
               MOVE TAB-REC-LINHA (WRK-IDX-REC) TO REG-RECEBIMENTO
               MOVE REC-MATERIAL TO WRK-MOV-MATERIAL
               MOVE 'R' TO WRK-MOV-TIPO
               MOVE REC-QTD-M2 TO WRK-MOV-QTD-M2
               MOVE SPACES TO WRK-MOV-IMOVEL
               MOVE SPACES TO WRK-MOV-DOCUMENTO
               STRING REC-NUMERO DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      REC-ITEM DELIMITED BY SIZE
                   INTO WRK-MOV-DOCUMENTO
               END-STRING
               MOVE WRK-OPERADOR TO WRK-MOV-OPERADOR
               MOVE 'RECEBIMENTO COMPRA' TO WRK-MOV-MOTIVO
               PERFORM 9660-GRAVAR-MOVIMENTO
           END-PERFORM.

       0700-GRAVAR-RECEBIMENTOS.
           OPEN EXTEND ARQ-RECEBIMENTOS.
           IF WRK-FS-RECEBIMENTOS = '35'
               OPEN OUTPUT ARQ-RECEBIMENTOS
           END-IF.
           IF WRK-FS-RECEBIMENTOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR RECEBIMENTOS.DAT - FS='
                   WRK-FS-RECEBIMENTOS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WRK-IDX-REC FROM 1 BY 1
                       UNTIL WRK-IDX-REC > WRK-QTD-RECEB
                   WRITE REG-RECEBIMENTO
                       FROM TAB-REC-LINHA (WRK-IDX-REC)
               END-PERFORM
               CLOSE ARQ-RECEBIMENTOS
           END-IF.

           COPY VERTRAVA.

           COPY GRAVAMOV.
