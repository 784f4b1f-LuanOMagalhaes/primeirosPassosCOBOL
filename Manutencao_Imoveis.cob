      * E=EXECUTADO, F=FECHADO): INCLUSAO, MUDANCA DE ESTAGIO E
      * LISTAGEM. CADA MUDANCA DE ESTAGIO SAI COM UMA LINHA DE
      * AUDITORIA (OPERADOR, DE/PARA) NO AUDITORIA.LOG - OBRA
      * FECHADA DEIXA DE INFLAR O LEVANTAMENTO DO CALC-AREA.
      * A PASSAGEM PARA E (EXECUTADO) BAIXA DO ESTOQUE O MATERIAL DA
      * OBRA: AS AREAS DELA EM AREAS.DAT, MAIS A PERDA DO AREAPAR.DAT,
      * SAEM COMO MOVIMENTO S NO RAZAO DE ESTOQUE (MOVESTOQUE.DAT),
      * UMA UNICA VEZ POR OBRA. A PASSAGEM PARA F (FECHADO) EXIGE A
      * FATURA FINAL DA OBRA (FATURA-OBRAS, FATOBRAS.DAT) EMITIDA E
      * QUITADA, E O FECHAMENTO FICA DATADO EM FECHOBRA.DAT PARA O
      * CONFRONTO ORCADO X REAL DO MES (VARIACAO-OBRAS)
      * DATA = 03/09/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.

      * AREAS MEDIDAS POR OBRA E MATERIAL, GRAVADAS PELO CALC-AREA
           SELECT ARQ-AREAS ASSIGN TO 'AREAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AREAS.

      * PERCENTUAL DE PERDA DO LEVANTAMENTO, O MESMO DO LISTA-COMPRAS
           SELECT ARQ-AREAPAR ASSIGN TO 'AREAPAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AREAPAR.

      * RAZAO DE ESTOQUE: A BAIXA DA OBRA EXECUTADA SAI COMO
      * MOVIMENTO S
           SELECT ARQ-MOVESTOQUE ASSIGN TO 'MOVESTOQUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVESTOQUE.

      * SALDO ANTERIOR AO RAZAO, LIDO SO NA IMPLANTACAO DO RAZAO
           SELECT ARQ-ESTOQUE ASSIGN TO 'ESTOQUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTOQUE.

      * CONTAS A RECEBER DAS OBRAS (FATURA-OBRAS): A FATURA FINAL EM
      * ABERTO SEGURA O FECHAMENTO DA OBRA
           SELECT ARQ-FATOBRAS ASSIGN TO 'FATOBRAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FATOBRAS.

      * REGISTRO DOS FECHAMENTOS DE OBRA: UMA LINHA POR PASSAGEM
      * PARA F, COM A DATA E O OPERADOR
           SELECT ARQ-FECHOBRA ASSIGN TO 'FECHOBRA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FECHOBRA.

      * TRAVA DA JANELA DE LOTE: COM O MARCADOR DE LOTELOCK.DAT
      * ATIVO, A MANUTENCAO NAO ABRE OS ARQUIVOS PARA ATUALIZACAO
           SELECT ARQ-TRAVA ASSIGN TO 'LOTELOCK.DAT'
           RECORDING MODE IS F.
       01  REG-AUDITORIA        PIC X(96).

       FD  ARQ-AREAS
           RECORDING MODE IS F.
       01  REG-AREA-CALC.
           05 ARE-IMOVEL        PIC X(06).
           05 ARE-MATERIAL      PIC X(04).
           05 ARE-AREA          PIC 9(06)V99.

       FD  ARQ-AREAPAR
           RECORDING MODE IS F.
       01  REG-AREAPAR.
           05 APR-PERDA-PCT     PIC 9(02)V99.

       FD  ARQ-MOVESTOQUE
           RECORDING MODE IS F.
       01  REG-MOVESTOQUE       PIC X(83).

       FD  ARQ-ESTOQUE
           RECORDING MODE IS F.
       01  REG-ESTOQUE.
           05 EST-MATERIAL      PIC X(04).
           05 EST-QTD-M2        PIC 9(06)V99.

       FD  ARQ-FATOBRAS
           RECORDING MODE IS F.
       01  REG-FATOBRA.
           05 FOB-NUMERO        PIC 9(06).
           05 FOB-IMOVEL        PIC X(06).
           05 FOB-CLIENTE       PIC X(20).
           05 FOB-TIPO          PIC X(01).
           05 FOB-DATA          PIC 9(08).
           05 FOB-ORCADO        PIC 9(11)V99.
           05 FOB-VALOR         PIC 9(11)V99.
           05 FOB-SALDO         PIC 9(11)V99.
           05 FOB-SITUACAO      PIC X(01).
           05 FOB-DATA-PAG      PIC 9(08).

       FD  ARQ-FECHOBRA
           RECORDING MODE IS F.
       01  REG-FECHOBRA.
           05 FEC-IMOVEL        PIC X(06).
           05 FEC-DATA          PIC 9(08).
           05 FEC-OPERADOR      PIC X(20).

       FD  ARQ-TRAVA
           RECORDING MODE IS F.
       01  REG-TRAVA          PIC X(29).
       77 WRK-FS-IMOVEIS PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITORIA PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRAVA PIC X(02) VALUE ZEROS.
       77 WRK-FS-AREAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-AREAPAR PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOVESTOQUE PIC X(02) VALUE ZEROS.
       77 WRK-FS-ESTOQUE PIC X(02) VALUE ZEROS.
       77 WRK-FS-FATOBRAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-FECHOBRA PIC X(02) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

       COPY TRAVALOTE.
       77 WRK-EOF-IMOVEIS PIC X(01) VALUE 'N'.

       COPY AUDSEG.

       COPY MOVEST.

      * BAIXA DE MATERIAL DA OBRA EXECUTADA: AREA POR MATERIAL
      * SOMADA DO AREAS.DAT E O PERCENTUAL DE PERDA DO AREAPAR.DAT
       77 WRK-EOF-AREAS PIC X(01) VALUE 'N'.
         88 FIM-AREAS VALUE 'S'.
       77 WRK-EOF-MOVESTOQUE PIC X(01) VALUE 'N'.
         88 FIM-MOVESTOQUE VALUE 'S'.
       77 WRK-FLAG-BAIXADA PIC X(01) VALUE 'N'.
         88 OBRA-JA-BAIXADA VALUE 'S'.
       77 WRK-PERDA-PCT PIC 9(02)V99 VALUE 10,00.
       77 WRK-QTD-BAIXA PIC 9(02) VALUE ZEROS.
       01 TAB-BAIXA.
           05 TAB-BXA-ITEM OCCURS 50 TIMES
                            INDEXED BY IDX-BXA.
               10 TAB-BXA-MATERIAL PIC X(04).
               10 TAB-BXA-AREA     PIC 9(08)V99.
       77 WRK-QTD-M2 PIC 9(08)V99 VALUE ZEROS.
       77 WRK-LIMITE-MOVIMENTO PIC 9(06)V99 VALUE 999999,99.
       77 WRK-AREA-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      * FECHAMENTO DA OBRA: FATURA FINAL ACHADA NO FATOBRAS.DAT
       77 WRK-EOF-FATOBRAS PIC X(01) VALUE 'N'.
         88 FIM-FATOBRAS VALUE 'S'.
       77 WRK-FLAG-FECHAR PIC X(01) VALUE 'S'.
         88 FECHAMENTO-LIBERADO VALUE 'S'.
       77 WRK-FLAG-FINAL PIC X(01) VALUE 'N'.
         88 TEM-FATURA-FINAL VALUE 'S'.
       77 WRK-NUM-FINAL PIC 9(06) VALUE ZEROS.
       77 WRK-SALDO-FINAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
           MOVE 'N' TO WRK-EOF-IMOVEIS.
           MOVE 'N' TO WRK-FLAG-ACHOU.
           MOVE ZEROS TO WRK-QTD-IMOVEIS.
           MOVE ZEROS TO WRK-QTD-BAIXA.

           DISPLAY 'MODO (A=ADICIONAR OBRA, S=MUDAR ESTAGIO,'
           DISPLAY '      L=LISTAR OBRAS)'
           DISPLAY '              E=EXECUTADO, F=FECHADO)'
           ACCEPT WRK-SITUACAO-NOVA FROM CONSOLE.
           MOVE WRK-SITUACAO-NOVA TO WRK-IMO-SITUACAO.
           MOVE 'S' TO WRK-FLAG-FECHAR.
           IF SITUACAO-VALIDA
               AND WRK-SITUACAO-NOVA = 'F'
               AND WRK-SITUACAO-ANT NOT = 'F'
               PERFORM 0420-CONFERIR-FATURA-FINAL
           END-IF.
           EVALUATE TRUE
               WHEN NOT SITUACAO-VALIDA
                   DISPLAY 'ESTAGIO INVALIDO - NADA ALTERADO'
                   MOVE WRK-SITUACAO-ANT TO WRK-IMO-SITUACAO
               WHEN NOT FECHAMENTO-LIBERADO
                   MOVE WRK-SITUACAO-ANT TO WRK-IMO-SITUACAO
               WHEN OTHER
                   DISPLAY 'OPERADOR QUE COMANDOU A MUDANCA'
                   ACCEPT WRK-OPERADOR FROM CONSOLE
                   MOVE WRK-REG-IMOVEL TO TAB-IMO-LINHA (WRK-IDX-IMO)
                   PERFORM 0600-GRAVAR-IMOVEIS
                   PERFORM 0700-GRAVAR-AUDITORIA
                   DISPLAY 'OBRA ' WRK-CODIGO ' MOVIDA DE '
                       WRK-SITUACAO-ANT ' PARA ' WRK-SITUACAO-NOVA
                   IF WRK-SITUACAO-NOVA = 'E'
                       AND WRK-SITUACAO-ANT NOT = 'E'
                       PERFORM 0800-BAIXAR-MATERIAIS
                   END-IF
                   IF WRK-SITUACAO-NOVA = 'F'
                       AND WRK-SITUACAO-ANT NOT = 'F'
                       PERFORM 0430-REGISTRAR-FECHAMENTO
                   END-IF
           END-EVALUATE.

      * OBRA SO FECHA COM A FATURA FINAL EMITIDA PELO FATURA-OBRAS E
      * QUITADA; SEM ELA, OU COM SALDO EM ABERTO, O ESTAGIO FICA COMO
      * ESTAVA
       0420-CONFERIR-FATURA-FINAL.
           MOVE 'N' TO WRK-FLAG-FINAL.
           MOVE 'N' TO WRK-EOF-FATOBRAS.
           MOVE ZEROS TO WRK-SALDO-FINAL.
           OPEN INPUT ARQ-FATOBRAS.
           IF WRK-FS-FATOBRAS = '00'
               PERFORM UNTIL FIM-FATOBRAS
                   READ ARQ-FATOBRAS
                       AT END
                           MOVE 'S' TO WRK-EOF-FATOBRAS
                       NOT AT END
                           IF FOB-IMOVEL = WRK-CODIGO
                               AND FOB-TIPO = 'F'
                               SET TEM-FATURA-FINAL TO TRUE
                               MOVE FOB-NUMERO TO WRK-NUM-FINAL
                               IF FOB-SITUACAO NOT = 'P'
                                   ADD FOB-SALDO TO WRK-SALDO-FINAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-FATOBRAS
           END-IF.
           EVALUATE TRUE
               WHEN NOT TEM-FATURA-FINAL
                   MOVE 'N' TO WRK-FLAG-FECHAR
                   DISPLAY 'OBRA ' WRK-CODIGO ' SEM FATURA FINAL '
                       'EMITIDA - RODE O FATURA-OBRAS; ESTAGIO NAO '
                       'ALTERADO'
               WHEN WRK-SALDO-FINAL > ZEROS
                   MOVE 'N' TO WRK-FLAG-FECHAR
                   MOVE WRK-SALDO-FINAL TO WRK-VALOR-ED
                   DISPLAY 'FATURA FINAL ' WRK-NUM-FINAL ' DA OBRA '
                       WRK-CODIGO ' EM ABERTO - SALDO R$' WRK-VALOR-ED
                   DISPLAY 'ESTAGIO NAO ALTERADO'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0430-REGISTRAR-FECHAMENTO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           OPEN EXTEND ARQ-FECHOBRA.
           IF WRK-FS-FECHOBRA = '35'
               OPEN OUTPUT ARQ-FECHOBRA
           END-IF.
           IF WRK-FS-FECHOBRA NOT = '00'
               DISPLAY 'ERRO AO ABRIR FECHOBRA.DAT - FS='
                   WRK-FS-FECHOBRA
           ELSE
               MOVE WRK-CODIGO   TO FEC-IMOVEL
               MOVE WRK-DH-DATA  TO FEC-DATA
               MOVE WRK-OPERADOR TO FEC-OPERADOR
               WRITE REG-FECHOBRA
               CLOSE ARQ-FECHOBRA
           END-IF.

       0500-LISTAR-IMOVEIS.
           END-STRING.
           PERFORM 9570-GRAVAR-AUD-SEGURA.

      * BAIXA AUTOMATICA DA OBRA EXECUTADA: UMA SO VEZ POR OBRA - A
      * OBRA QUE VOLTA DE ESTAGIO E PASSA DE NOVO POR E NAO BAIXA O
      * MATERIAL EM DOBRO. SOBRA OU FALTA REAL ACERTA-SE PELO
      * MOVIMENTA-ESTOQUE (DEVOLUCAO / SAIDA AVULSA)
       0800-BAIXAR-MATERIAIS.
           PERFORM 0810-CONFERIR-BAIXA.
           IF OBRA-JA-BAIXADA
               DISPLAY 'MATERIAL DA OBRA ' WRK-CODIGO ' JA BAIXADO '
                   'DO ESTOQUE - NENHUMA NOVA BAIXA'
           ELSE
               PERFORM 0820-LER-PERDA
               PERFORM 0830-ACUMULAR-AREAS
               IF WRK-QTD-BAIXA = 0
                   DISPLAY 'OBRA ' WRK-CODIGO ' SEM AREAS EM '
                       'AREAS.DAT - BAIXE O MATERIAL PELO '
                       'MOVIMENTA-ESTOQUE'
               ELSE
                   PERFORM VARYING IDX-BXA FROM 1 BY 1
                           UNTIL IDX-BXA > WRK-QTD-BAIXA
                       PERFORM 0840-GRAVAR-BAIXA
                   END-PERFORM
               END-IF
           END-IF.

       0810-CONFERIR-BAIXA.
           MOVE 'N' TO WRK-FLAG-BAIXADA.
           MOVE 'N' TO WRK-EOF-MOVESTOQUE.
           OPEN INPUT ARQ-MOVESTOQUE.
           IF WRK-FS-MOVESTOQUE = '00'
               PERFORM UNTIL FIM-MOVESTOQUE
                   READ ARQ-MOVESTOQUE INTO WRK-REG-MOVIMENTO
                       AT END
                           MOVE 'S' TO WRK-EOF-MOVESTOQUE
                       NOT AT END
                           IF WRK-MOV-TIPO = 'S'
                               AND WRK-MOV-IMOVEL = WRK-CODIGO
                               AND WRK-MOV-DOCUMENTO = 'ESTAGIO-E'
                               SET OBRA-JA-BAIXADA TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MOVESTOQUE
           END-IF.

      * AUSENTE OU ZERADO ASSUME 10%, COMO NO LISTA-COMPRAS
       0820-LER-PERDA.
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

       0830-ACUMULAR-AREAS.
           MOVE ZEROS TO WRK-QTD-BAIXA.
           MOVE 'N' TO WRK-EOF-AREAS.
           OPEN INPUT ARQ-AREAS.
           IF WRK-FS-AREAS = '00'
               PERFORM UNTIL FIM-AREAS
                   READ ARQ-AREAS
                       AT END
                           MOVE 'S' TO WRK-EOF-AREAS
                       NOT AT END
                           IF ARE-IMOVEL = WRK-CODIGO
                               PERFORM 0835-SOMAR-MATERIAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-AREAS
           END-IF.

       0835-SOMAR-MATERIAL.
           SET IDX-BXA TO 1.
           SEARCH TAB-BXA-ITEM
               AT END
                   DISPLAY 'TABELA DE BAIXA CHEIA - IGNORADO '
                       ARE-MATERIAL
               WHEN IDX-BXA > WRK-QTD-BAIXA
                   ADD 1 TO WRK-QTD-BAIXA
                   MOVE ARE-MATERIAL TO TAB-BXA-MATERIAL (IDX-BXA)
                   MOVE ARE-AREA TO TAB-BXA-AREA (IDX-BXA)
               WHEN TAB-BXA-MATERIAL (IDX-BXA) = ARE-MATERIAL
                   ADD ARE-AREA TO TAB-BXA-AREA (IDX-BXA)
           END-SEARCH.

      * AREA MEDIDA MAIS A PERDA, COMO A NECESSIDADE DO LISTA-COMPRAS
       0840-GRAVAR-BAIXA.
           COMPUTE WRK-QTD-M2 ROUNDED =
               TAB-BXA-AREA (IDX-BXA) * (100 + WRK-PERDA-PCT) / 100.
           IF WRK-QTD-M2 > WRK-LIMITE-MOVIMENTO
               DISPLAY 'BAIXA DE ' TAB-BXA-MATERIAL (IDX-BXA)
                   ' PASSA DO LIMITE DO MOVIMENTO - BAIXE PELO '
                   'MOVIMENTA-ESTOQUE'
           ELSE
               MOVE TAB-BXA-MATERIAL (IDX-BXA) TO WRK-MOV-MATERIAL
               MOVE 'S' TO WRK-MOV-TIPO
               MOVE WRK-QTD-M2 TO WRK-MOV-QTD-M2
               MOVE WRK-CODIGO TO WRK-MOV-IMOVEL
               MOVE 'ESTAGIO-E' TO WRK-MOV-DOCUMENTO
               MOVE WRK-OPERADOR TO WRK-MOV-OPERADOR
               MOVE 'BAIXA OBRA EXECUTADA' TO WRK-MOV-MOTIVO
               PERFORM 9660-GRAVAR-MOVIMENTO
               IF MOVIMENTO-GRAVADO
                   MOVE WRK-QTD-M2 TO WRK-AREA-ED
                   DISPLAY 'BAIXADO DO ESTOQUE: '
                       TAB-BXA-MATERIAL (IDX-BXA) ' ' WRK-AREA-ED
                       ' M2 PARA A OBRA ' WRK-CODIGO
               END-IF
           END-IF.

           COPY GRAVAAUD.

           COPY VERTRAVA.

           COPY GRAVAMOV.
