       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVIMENTA-ESTOQUE.
      ***************************
      * Área de comentários
      * OBJETIVO: LANCAR NO RAZAO DE ESTOQUE (MOVESTOQUE.DAT) OS
      * MOVIMENTOS QUE NAO VEM DO RECEBIMENTO NEM DA BAIXA AUTOMATICA
      * DA OBRA EXECUTADA: SAIDA AVULSA DE MATERIAL PARA UMA OBRA
      * (IMO-CODIGO), DEVOLUCAO DA OBRA AO ALMOXARIFADO E AJUSTE DE
      * INVENTARIO PELA CONTAGEM FISICA, COM OPERADOR E MOTIVO - O
      * ESTOQUE.DAT DEIXA DE SER SOBRESCRITO A MAO. MANTEM TAMBEM O
      * PONTO DE REPOSICAO POR MATERIAL (ESTMIN.DAT) USADO PELO
      * SALDO-ESTOQUE NO RELATORIO DE REPOSICAO
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PRECOS ASSIGN TO 'PRECOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRECOS.

           SELECT ARQ-IMOVEIS ASSIGN TO 'IMOVEIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-IMOVEIS.

           SELECT ARQ-MOVESTOQUE ASSIGN TO 'MOVESTOQUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVESTOQUE.

      * SALDO ANTERIOR AO RAZAO: LIDO NA IMPLANTACAO DO RAZAO E COMO
      * SALDO ENQUANTO O RAZAO NAO EXISTE
           SELECT ARQ-ESTOQUE ASSIGN TO 'ESTOQUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTOQUE.

      * PONTO DE REPOSICAO (ESTOQUE MINIMO EM M2) POR MATERIAL
           SELECT ARQ-ESTMIN ASSIGN TO 'ESTMIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTMIN.

      * TRAVA DA JANELA DE LOTE: COM O MARCADOR DE LOTELOCK.DAT
      * ATIVO, NENHUM MOVIMENTO E LANCADO
           SELECT ARQ-TRAVA ASSIGN TO 'LOTELOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRAVA.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PRECOS
           RECORDING MODE IS F.
       01  REG-PRECO.
           05 PRE-MATERIAL      PIC X(04).
           05 PRE-PRECO         PIC 9(04)V99.
           05 PRE-EMB-M2        PIC 9(03)V99.
           05 PRE-PRECO-EMB     PIC 9(06)V99.
           05 PRE-TIPO          PIC X(01).

       FD  ARQ-IMOVEIS
           RECORDING MODE IS F.
       01  REG-IMOVEL.
           05 IMO-CODIGO        PIC X(06).
           05 IMO-DESCRICAO     PIC X(30).
           05 IMO-CLIENTE       PIC X(20).
           05 IMO-SITUACAO      PIC X(01).

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

       FD  ARQ-TRAVA
           RECORDING MODE IS F.
       01  REG-TRAVA            PIC X(29).

       WORKING-STORAGE SECTION.
       77 WRK-FS-PRECOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-IMOVEIS PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOVESTOQUE PIC X(02) VALUE ZEROS.
       77 WRK-FS-ESTOQUE PIC X(02) VALUE ZEROS.
       77 WRK-FS-ESTMIN PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRAVA PIC X(02) VALUE ZEROS.

       COPY TRAVALOTE.

       COPY MOVEST.

       77 WRK-EOF-ARQUIVO PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO VALUE 'S'.

       77 WRK-MODO PIC X(01) VALUE SPACES.
         88 MODO-SAIDA     VALUE 'S'.
         88 MODO-DEVOLUCAO VALUE 'D'.
         88 MODO-AJUSTE    VALUE 'A'.
         88 MODO-MINIMO    VALUE 'M'.

      * MATERIAIS VALIDOS: OS CADASTRADOS EM PRECOS.DAT
       77 WRK-QTD-PRECOS PIC 9(02) VALUE ZEROS.
       01 TAB-PRECOS.
           05 TAB-PRE-MATERIAL PIC X(04) OCCURS 50 TIMES
                                INDEXED BY IDX-PRE.

      * PONTOS DE REPOSICAO RETIDOS EM TABELA PARA A REGRAVACAO
       77 WRK-QTD-MINIMOS PIC 9(02) VALUE ZEROS.
       01 TAB-MINIMOS.
           05 TAB-MIN-ITEM OCCURS 50 TIMES
                            INDEXED BY IDX-MIN.
               10 TAB-MIN-MATERIAL PIC X(04).
               10 TAB-MIN-QTD-M2   PIC 9(06)V99.

       77 WRK-OPERADOR PIC X(20) VALUE SPACES.
       77 WRK-MATERIAL PIC X(04) VALUE SPACES.
       77 WRK-CODIGO PIC X(06) VALUE SPACES.
       77 WRK-SITUACAO-OBRA PIC X(01) VALUE SPACES.
       77 WRK-MOTIVO PIC X(20) VALUE SPACES.
       77 WRK-QTD-X PIC X(08) VALUE SPACES.
       77 WRK-QTD REDEFINES WRK-QTD-X PIC 9(06)V99.
       77 WRK-RESPOSTA PIC X(01) VALUE SPACES.

      * SALDO DO MATERIAL NO RAZAO E O LIQUIDO JA ENTREGUE A OBRA
      * (SAIDAS MENOS DEVOLUCOES); O SALDO PODE FICAR NEGATIVO QUANDO
      * A BAIXA AUTOMATICA PASSA DO QUE O RAZAO CONHECE
       77 WRK-SALDO-MAT PIC S9(08)V99 VALUE ZEROS.
       77 WRK-SALDO-OBRA PIC S9(08)V99 VALUE ZEROS.
       77 WRK-DIFERENCA PIC S9(08)V99 VALUE ZEROS.

       77 WRK-FLAG-CAMPO PIC X(01) VALUE 'N'.
         88 CAMPO-VALIDO VALUE 'S'.
       77 WRK-FLAG-ACHOU PIC X(01) VALUE 'N'.
         88 REGISTRO-ENCONTRADO VALUE 'S'.
       77 WRK-FLAG-RAZAO PIC X(01) VALUE 'N'.
         88 RAZAO-EXISTE VALUE 'S'.

       77 WRK-AREA-ED PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-AREA2-ED PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE ZEROS TO WRK-QTD-PRECOS.
           MOVE ZEROS TO WRK-QTD-MINIMOS.
           MOVE SPACES TO WRK-OPERADOR.
           MOVE SPACES TO WRK-MATERIAL.
           MOVE SPACES TO WRK-CODIGO.

           DISPLAY 'MODO (S=SAIDA PARA OBRA, D=DEVOLUCAO DA OBRA,'
           DISPLAY '      A=AJUSTE DE INVENTARIO, M=PONTO DE '
               'REPOSICAO)'
           ACCEPT WRK-MODO FROM CONSOLE.
           IF NOT MODO-SAIDA AND NOT MODO-DEVOLUCAO
               AND NOT MODO-AJUSTE AND NOT MODO-MINIMO
               DISPLAY 'MODO INVALIDO'
               GOBACK
           END-IF.

           PERFORM 9550-CONFERIR-TRAVA.
           IF TRAVA-ATIVA
               DISPLAY 'JANELA DE LOTE EM USO POR '
                   WRK-TL-PROGRAMA ' DESDE ' WRK-TL-DATA
                   ' - MOVIMENTO RECUSADO'
               GOBACK
           END-IF.

           PERFORM 0150-CARREGAR-PRECOS.
           PERFORM WITH TEST AFTER UNTIL WRK-OPERADOR NOT = SPACES
               DISPLAY 'OPERADOR RESPONSAVEL PELO MOVIMENTO'
               ACCEPT WRK-OPERADOR FROM CONSOLE
           END-PERFORM.
           PERFORM 0200-IDENTIFICAR-MATERIAL.

           EVALUATE TRUE
               WHEN MODO-SAIDA
                   PERFORM 0300-SAIDA-OBRA
               WHEN MODO-DEVOLUCAO
                   PERFORM 0400-DEVOLUCAO-OBRA
               WHEN MODO-AJUSTE
                   PERFORM 0500-AJUSTE-INVENTARIO
               WHEN MODO-MINIMO
                   PERFORM 0600-PONTO-REPOSICAO
           END-EVALUATE.
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
                           MOVE PRE-MATERIAL
                               TO TAB-PRE-MATERIAL (WRK-QTD-PRECOS)
                       ELSE
                           DISPLAY 'TABELA DE PRECOS CHEIA - '
                               'IGNORADO ' PRE-MATERIAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PRECOS.

      * SO MATERIAL DE PRECOS.DAT ENTRA NO RAZAO
       0200-IDENTIFICAR-MATERIAL.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'MATERIAL (4 POSICOES)'
               ACCEPT WRK-MATERIAL FROM CONSOLE
               SET IDX-PRE TO 1
               SEARCH TAB-PRE-MATERIAL
                   AT END
                       DISPLAY 'MATERIAL NAO CADASTRADO EM PRECOS.DAT'
                   WHEN IDX-PRE > WRK-QTD-PRECOS
                       DISPLAY 'MATERIAL NAO CADASTRADO EM PRECOS.DAT'
                   WHEN TAB-PRE-MATERIAL (IDX-PRE) = WRK-MATERIAL
                       SET CAMPO-VALIDO TO TRUE
               END-SEARCH
           END-PERFORM.

      * OBRA INFORMADA PELO OPERADOR, COM O ESTAGIO ATUAL
       0250-IDENTIFICAR-OBRA.
           DISPLAY 'CODIGO DA OBRA (6 POSICOES)'
           ACCEPT WRK-CODIGO FROM CONSOLE.
           MOVE 'N' TO WRK-FLAG-ACHOU.
           MOVE SPACES TO WRK-SITUACAO-OBRA.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-IMOVEIS.
           IF WRK-FS-IMOVEIS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-IMOVEIS
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           IF IMO-CODIGO = WRK-CODIGO
                               SET REGISTRO-ENCONTRADO TO TRUE
                               MOVE IMO-SITUACAO TO WRK-SITUACAO-OBRA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-IMOVEIS
           END-IF.

      * SAIDA AVULSA: MATERIAL ENTREGUE A OBRA APROVADA OU EM
      * EXECUCAO, ALEM DA BAIXA AUTOMATICA DO ESTAGIO E; NAO PASSA DO
      * SALDO - O QUE O RAZAO NAO CONHECE ENTRA ANTES POR AJUSTE
       0300-SAIDA-OBRA.
           PERFORM 0250-IDENTIFICAR-OBRA.
           EVALUATE TRUE
               WHEN NOT REGISTRO-ENCONTRADO
                   DISPLAY 'OBRA NAO CADASTRADA'
               WHEN WRK-SITUACAO-OBRA NOT = 'A'
                   AND WRK-SITUACAO-OBRA NOT = 'E'
                   DISPLAY 'OBRA NO ESTAGIO ' WRK-SITUACAO-OBRA
                       ' - SAIDA SO PARA OBRA APROVADA OU EXECUTADA'
               WHEN OTHER
                   PERFORM 0700-APURAR-SALDOS
                   MOVE WRK-SALDO-MAT TO WRK-AREA-ED
                   DISPLAY 'SALDO DE ' WRK-MATERIAL ' NO ESTOQUE: '
                       WRK-AREA-ED ' M2'
                   PERFORM 0710-DIGITAR-QUANTIDADE
                   IF WRK-QTD > WRK-SALDO-MAT
                       DISPLAY 'SALDO INSUFICIENTE - LANCE ANTES O '
                           'AJUSTE DE INVENTARIO'
                   ELSE
                       MOVE 'S' TO WRK-MOV-TIPO
                       MOVE WRK-QTD TO WRK-MOV-QTD-M2
                       MOVE WRK-CODIGO TO WRK-MOV-IMOVEL
                       MOVE 'AVULSA' TO WRK-MOV-DOCUMENTO
                       MOVE 'SAIDA AVULSA' TO WRK-MOTIVO
                       PERFORM 0800-CONFIRMAR-MOVIMENTO
                   END-IF
           END-EVALUATE.

      * DEVOLUCAO: SOBRA QUE VOLTA DA OBRA; NAO PASSA DO LIQUIDO QUE
      * A OBRA RECEBEU DESTE MATERIAL
       0400-DEVOLUCAO-OBRA.
           PERFORM 0250-IDENTIFICAR-OBRA.
           IF NOT REGISTRO-ENCONTRADO
               DISPLAY 'OBRA NAO CADASTRADA'
           ELSE
               PERFORM 0700-APURAR-SALDOS
               MOVE WRK-SALDO-OBRA TO WRK-AREA-ED
               DISPLAY 'ENTREGUE A OBRA ' WRK-CODIGO ' (LIQUIDO): '
                   WRK-AREA-ED ' M2'
               IF WRK-SALDO-OBRA NOT > ZEROS
                   DISPLAY 'NADA DESTE MATERIAL A DEVOLVER PELA OBRA'
               ELSE
                   PERFORM 0710-DIGITAR-QUANTIDADE
                   IF WRK-QTD > WRK-SALDO-OBRA
                       DISPLAY 'DEVOLUCAO ACIMA DO ENTREGUE A OBRA - '
                           'RECUSADA'
                   ELSE
                       MOVE 'D' TO WRK-MOV-TIPO
                       MOVE WRK-QTD TO WRK-MOV-QTD-M2
                       MOVE WRK-CODIGO TO WRK-MOV-IMOVEL
                       MOVE 'DEVOLUCAO' TO WRK-MOV-DOCUMENTO
                       MOVE 'DEVOLUCAO DA OBRA' TO WRK-MOTIVO
                       PERFORM 0800-CONFIRMAR-MOVIMENTO
                   END-IF
               END-IF
           END-IF.

      * AJUSTE PELA CONTAGEM FISICA: O OPERADOR INFORMA O CONTADO E
      * O RAZAO RECEBE A DIFERENCA (P A MAIS, N A MENOS) COM MOTIVO
      * OBRIGATORIO
       0500-AJUSTE-INVENTARIO.
           MOVE SPACES TO WRK-CODIGO.
           PERFORM 0700-APURAR-SALDOS.
           MOVE WRK-SALDO-MAT TO WRK-AREA-ED.
           DISPLAY 'SALDO DE ' WRK-MATERIAL ' NO RAZAO: '
               WRK-AREA-ED ' M2'.
           DISPLAY 'QUANTIDADE CONTADA NO ALMOXARIFADO'.
           PERFORM 0710-DIGITAR-QUANTIDADE.
           COMPUTE WRK-DIFERENCA = WRK-QTD - WRK-SALDO-MAT.
           IF WRK-DIFERENCA = ZEROS
               DISPLAY 'CONTAGEM CONFERE COM O RAZAO - NADA A AJUSTAR'
           ELSE
               IF WRK-DIFERENCA > ZEROS
                   MOVE 'P' TO WRK-MOV-TIPO
                   MOVE WRK-DIFERENCA TO WRK-MOV-QTD-M2
               ELSE
                   MOVE 'N' TO WRK-MOV-TIPO
                   COMPUTE WRK-MOV-QTD-M2 = ZEROS - WRK-DIFERENCA
               END-IF
               MOVE WRK-DIFERENCA TO WRK-AREA2-ED
               DISPLAY 'AJUSTE DE ' WRK-AREA2-ED ' M2'
               MOVE SPACES TO WRK-MOV-IMOVEL
               MOVE 'INVENTARIO' TO WRK-MOV-DOCUMENTO
               MOVE SPACES TO WRK-MOTIVO
               PERFORM WITH TEST AFTER UNTIL WRK-MOTIVO NOT = SPACES
                   DISPLAY 'MOTIVO DO AJUSTE (OBRIGATORIO)'
                   ACCEPT WRK-MOTIVO FROM CONSOLE
               END-PERFORM
               PERFORM 0800-CONFIRMAR-MOVIMENTO
           END-IF.

      * PONTO DE REPOSICAO: ZERO RETIRA O MATERIAL DO RELATORIO DE
      * REPOSICAO
       0600-PONTO-REPOSICAO.
           PERFORM 0610-CARREGAR-MINIMOS.
           MOVE 'N' TO WRK-FLAG-ACHOU.
           SET IDX-MIN TO 1.
           SEARCH TAB-MIN-ITEM
               AT END
                   CONTINUE
               WHEN IDX-MIN > WRK-QTD-MINIMOS
                   CONTINUE
               WHEN TAB-MIN-MATERIAL (IDX-MIN) = WRK-MATERIAL
                   SET REGISTRO-ENCONTRADO TO TRUE
           END-SEARCH.
           IF REGISTRO-ENCONTRADO
               MOVE TAB-MIN-QTD-M2 (IDX-MIN) TO WRK-AREA-ED
               DISPLAY 'PONTO DE REPOSICAO ATUAL: ' WRK-AREA-ED ' M2'
           ELSE
               IF WRK-QTD-MINIMOS >= 50
                   DISPLAY 'TABELA DE PONTOS DE REPOSICAO CHEIA'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               DISPLAY 'MATERIAL SEM PONTO DE REPOSICAO'
               ADD 1 TO WRK-QTD-MINIMOS
               SET IDX-MIN TO WRK-QTD-MINIMOS
               MOVE WRK-MATERIAL TO TAB-MIN-MATERIAL (IDX-MIN)
           END-IF.
           DISPLAY 'NOVO PONTO DE REPOSICAO EM M2'.
           PERFORM 0710-DIGITAR-QUANTIDADE.
           MOVE WRK-QTD TO TAB-MIN-QTD-M2 (IDX-MIN).
           PERFORM 0620-GRAVAR-MINIMOS.
           DISPLAY 'PONTO DE REPOSICAO DE ' WRK-MATERIAL ' GRAVADO'.

       0610-CARREGAR-MINIMOS.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-ESTMIN.
           IF WRK-FS-ESTMIN = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-ESTMIN
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           IF WRK-QTD-MINIMOS < 50
                               ADD 1 TO WRK-QTD-MINIMOS
                               MOVE MIN-MATERIAL TO
                                   TAB-MIN-MATERIAL (WRK-QTD-MINIMOS)
                               MOVE MIN-QTD-M2 TO
                                   TAB-MIN-QTD-M2 (WRK-QTD-MINIMOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ESTMIN
           END-IF.

      * MATERIAL COM PONTO ZERADO SAI DO ARQUIVO NA REGRAVACAO
       0620-GRAVAR-MINIMOS.
           PERFORM 9550-CONFERIR-TRAVA.
           IF TRAVA-ATIVA
               DISPLAY 'JANELA DE LOTE EM USO POR '
                   WRK-TL-PROGRAMA ' DESDE ' WRK-TL-DATA
                   ' - GRAVACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ARQ-ESTMIN.
           IF WRK-FS-ESTMIN NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ESTMIN.DAT - FS=' WRK-FS-ESTMIN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING IDX-MIN FROM 1 BY 1
                   UNTIL IDX-MIN > WRK-QTD-MINIMOS
               IF TAB-MIN-QTD-M2 (IDX-MIN) > ZEROS
                   MOVE TAB-MIN-MATERIAL (IDX-MIN) TO MIN-MATERIAL
                   MOVE TAB-MIN-QTD-M2 (IDX-MIN) TO MIN-QTD-M2
                   WRITE REG-ESTMIN
               END-IF
           END-PERFORM.
           CLOSE ARQ-ESTMIN.

      * SALDO DO MATERIAL E LIQUIDO ENTREGUE A OBRA, SOMADOS DO
      * RAZAO; SEM RAZAO AINDA, O SALDO E O DO ESTOQUE.DAT
       0700-APURAR-SALDOS.
           MOVE ZEROS TO WRK-SALDO-MAT.
           MOVE ZEROS TO WRK-SALDO-OBRA.
           MOVE 'N' TO WRK-FLAG-RAZAO.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-MOVESTOQUE.
           IF WRK-FS-MOVESTOQUE = '00'
               SET RAZAO-EXISTE TO TRUE
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-MOVESTOQUE INTO WRK-REG-MOVIMENTO
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           IF WRK-MOV-MATERIAL = WRK-MATERIAL
                               PERFORM 0705-SOMAR-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MOVESTOQUE
           END-IF.
           IF NOT RAZAO-EXISTE
               MOVE 'N' TO WRK-EOF-ARQUIVO
               OPEN INPUT ARQ-ESTOQUE
               IF WRK-FS-ESTOQUE = '00'
                   PERFORM UNTIL FIM-ARQUIVO
                       READ ARQ-ESTOQUE
                           AT END
                               MOVE 'S' TO WRK-EOF-ARQUIVO
                           NOT AT END
                               IF EST-MATERIAL = WRK-MATERIAL
                                   AND EST-QTD-M2 NUMERIC
                                   ADD EST-QTD-M2 TO WRK-SALDO-MAT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-ESTOQUE
               END-IF
           END-IF.

       0705-SOMAR-MOVIMENTO.
           IF MOV-ENTRADA
               ADD WRK-MOV-QTD-M2 TO WRK-SALDO-MAT
           END-IF.
           IF MOV-SAIDA
               SUBTRACT WRK-MOV-QTD-M2 FROM WRK-SALDO-MAT
           END-IF.
           IF WRK-MOV-IMOVEL = WRK-CODIGO AND WRK-CODIGO NOT = SPACES
               IF WRK-MOV-TIPO = 'S'
                   ADD WRK-MOV-QTD-M2 TO WRK-SALDO-OBRA
               END-IF
               IF WRK-MOV-TIPO = 'D'
                   SUBTRACT WRK-MOV-QTD-M2 FROM WRK-SALDO-OBRA
               END-IF
           END-IF.

       0710-DIGITAR-QUANTIDADE.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'QUANTIDADE EM M2 (8 DIGITOS, 2 DECIMAIS '
                   'IMPLICITOS)'
               ACCEPT WRK-QTD-X FROM CONSOLE
               IF WRK-QTD-X NUMERIC
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'QUANTIDADE INVALIDA - SO DIGITOS'
               END-IF
           END-PERFORM.

      * O MOVIMENTO SO ENTRA NO RAZAO DEPOIS DA CONFIRMACAO E COM A
      * JANELA DE LOTE LIVRE
       0800-CONFIRMAR-MOVIMENTO.
           IF WRK-MOV-QTD-M2 = ZEROS
               DISPLAY 'QUANTIDADE ZERO - NADA LANCADO'
           ELSE
               DISPLAY 'CONFIRMA O MOVIMENTO ' WRK-MOV-TIPO ' DE '
                   WRK-MATERIAL ' (S/N)?'
               ACCEPT WRK-RESPOSTA FROM CONSOLE
               IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
                   PERFORM 9550-CONFERIR-TRAVA
                   IF TRAVA-ATIVA
                       DISPLAY 'JANELA DE LOTE EM USO POR '
                           WRK-TL-PROGRAMA ' DESDE ' WRK-TL-DATA
                           ' - MOVIMENTO DESCARTADO'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE WRK-MATERIAL TO WRK-MOV-MATERIAL
                       MOVE WRK-OPERADOR TO WRK-MOV-OPERADOR
                       MOVE WRK-MOTIVO TO WRK-MOV-MOTIVO
                       PERFORM 9660-GRAVAR-MOVIMENTO
                       IF MOVIMENTO-GRAVADO
                           DISPLAY 'MOVIMENTO LANCADO NO RAZAO DE '
                               'ESTOQUE'
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'MOVIMENTO DESCARTADO - NADA LANCADO'
               END-IF
           END-IF.

           COPY VERTRAVA.

           COPY GRAVAMOV.
