      ***************************
      * GRAVAMOV.CPY
      * ACRESCENTA UM MOVIMENTO AO RAZAO DE ESTOQUE (MOVESTOQUE.DAT)
      * A PARTIR DOS CAMPOS DE MOVEST.CPY. O CHAMADOR PREENCHE
      * MATERIAL, TIPO, QUANTIDADE, OBRA, DOCUMENTO, OPERADOR E
      * MOTIVO; DATA E HORA SAO CARIMBADAS AQUI. MOVIMENTO-GRAVADO
      * DIZ SE A LINHA FOI GRAVADA. NA PRIMEIRA GRAVACAO, COM O RAZAO
      * AINDA AUSENTE, O SALDO QUE ESTAVA EM ESTOQUE.DAT ENTRA COMO
      * MOVIMENTO I DE IMPLANTACAO ANTES DO MOVIMENTO PEDIDO.
      ***************************
       9660-GRAVAR-MOVIMENTO.
           MOVE 'N' TO WRK-MOV-GRAVADO.
           MOVE FUNCTION CURRENT-DATE TO WRK-MOV-DATA-HORA.
           MOVE WRK-MOV-DH-DATA TO WRK-MOV-DATA.
           MOVE WRK-MOV-DH-HORA TO WRK-MOV-HORA.
           OPEN EXTEND ARQ-MOVESTOQUE.
           IF WRK-FS-MOVESTOQUE = '35'
               PERFORM 9665-IMPLANTAR-RAZAO
               OPEN EXTEND ARQ-MOVESTOQUE
           END-IF.
           IF WRK-FS-MOVESTOQUE NOT = '00'
               DISPLAY 'ERRO AO ABRIR MOVESTOQUE.DAT - FS='
                   WRK-FS-MOVESTOQUE
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE REG-MOVESTOQUE FROM WRK-REG-MOVIMENTO
               CLOSE ARQ-MOVESTOQUE
               SET MOVIMENTO-GRAVADO TO TRUE
           END-IF.

      * CRIA O RAZAO COM UM MOVIMENTO I POR MATERIAL DO ESTOQUE.DAT
      * DE ANTES DO RAZAO; SEM ESTOQUE.DAT O RAZAO NASCE VAZIO. O
      * MOVIMENTO PEDIDO PELO CHAMADOR FICA GUARDADO NO MEIO TEMPO
       9665-IMPLANTAR-RAZAO.
           OPEN OUTPUT ARQ-MOVESTOQUE.
           IF WRK-FS-MOVESTOQUE NOT = '00'
               DISPLAY 'ERRO AO CRIAR MOVESTOQUE.DAT - FS='
                   WRK-FS-MOVESTOQUE
           ELSE
               MOVE WRK-REG-MOVIMENTO TO WRK-MOV-SALVO
               MOVE FUNCTION CURRENT-DATE TO WRK-MOV-DATA-HORA
               MOVE WRK-MOV-DH-DATA TO WRK-MOV-DATA
               MOVE WRK-MOV-DH-HORA TO WRK-MOV-HORA
               MOVE 'N' TO WRK-EOF-IMPLANTA
               OPEN INPUT ARQ-ESTOQUE
               IF WRK-FS-ESTOQUE = '00'
                   PERFORM UNTIL FIM-IMPLANTA
                       READ ARQ-ESTOQUE
                           AT END
                               MOVE 'S' TO WRK-EOF-IMPLANTA
                           NOT AT END
                               PERFORM 9666-GRAVAR-IMPLANTACAO
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-ESTOQUE
               END-IF
               CLOSE ARQ-MOVESTOQUE
               MOVE WRK-MOV-SALVO TO WRK-REG-MOVIMENTO
           END-IF.

       9666-GRAVAR-IMPLANTACAO.
           IF EST-QTD-M2 NUMERIC AND EST-QTD-M2 > ZEROS
               MOVE EST-MATERIAL TO WRK-MOV-MATERIAL
               MOVE 'I' TO WRK-MOV-TIPO
               MOVE EST-QTD-M2 TO WRK-MOV-QTD-M2
               MOVE SPACES TO WRK-MOV-IMOVEL
               MOVE SPACES TO WRK-MOV-DOCUMENTO
               MOVE 'SALDO-ESTOQUE' TO WRK-MOV-OPERADOR
               MOVE 'SALDO DE IMPLANTACAO' TO WRK-MOV-MOTIVO
               WRITE REG-MOVESTOQUE FROM WRK-REG-MOVIMENTO
           END-IF.
