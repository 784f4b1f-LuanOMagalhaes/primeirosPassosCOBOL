      ***************************
      * VERPERIODO.CPY
      * CONFERE O FECHAMENTO CONTABIL (PERIODO.CPY).
      * 9560-CARREGAR-PERIODO LE O PERIODOS.DAT UMA VEZ E DEIXA EM
      * WRK-PF-ULT-FECHADO O ULTIMO MES FECHADO (ZEROS QUANDO NENHUM)
      * E EM WRK-PF-PRIMEIRO O MES QUE ABRIU A SEQUENCIA DE
      * FECHAMENTOS; A REABERTURA DEVOLVE O FECHAMENTO AO MES
      * ANTERIOR AO REABERTO, OU A NENHUM QUANDO O REABERTO ERA O
      * PRIMEIRO. 9565-CONFERIR-PERIODO LIGA PERIODO-FECHADO QUANDO
      * A DATA EM WRK-PF-DATA-DOC CAI NESSE MES OU ANTES DELE. ARQUIVO
      * AUSENTE SIGNIFICA NENHUM PERIODO FECHADO.
      ***************************
       9560-CARREGAR-PERIODO.
           MOVE ZEROS TO WRK-PF-ULT-FECHADO.
           MOVE ZEROS TO WRK-PF-PRIMEIRO.
           MOVE 'N' TO WRK-PF-EOF.
           OPEN INPUT ARQ-PERIODOS.
           IF WRK-FS-PERIODOS = '00'
               PERFORM UNTIL FIM-PERIODOS
                   READ ARQ-PERIODOS
                       AT END
                           MOVE 'S' TO WRK-PF-EOF
                       NOT AT END
                           MOVE REG-PERIODO TO WRK-REG-PERIODO
                           PERFORM 9562-APLICAR-PERIODO
                   END-READ
               END-PERFORM
               CLOSE ARQ-PERIODOS
           END-IF.

       9562-APLICAR-PERIODO.
           IF PF-FECHAMENTO
               IF WRK-PF-ULT-FECHADO = ZEROS
                   MOVE WRK-PF-ANOMES TO WRK-PF-PRIMEIRO
               END-IF
               MOVE WRK-PF-ANOMES TO WRK-PF-ULT-FECHADO
           END-IF.
           IF PF-REABERTURA
               IF WRK-PF-ANOMES <= WRK-PF-PRIMEIRO
                   MOVE ZEROS TO WRK-PF-ULT-FECHADO
                   MOVE ZEROS TO WRK-PF-PRIMEIRO
               ELSE
                   IF WRK-PF-ANOMES (5:2) = '01'
                       COMPUTE WRK-PF-ULT-FECHADO = WRK-PF-ANOMES - 89
                   ELSE
                       COMPUTE WRK-PF-ULT-FECHADO = WRK-PF-ANOMES - 1
                   END-IF
               END-IF
           END-IF.

       9565-CONFERIR-PERIODO.
           MOVE 'N' TO WRK-PF-FLAG-FECHADO.
           IF WRK-PF-ULT-FECHADO NOT = ZEROS
               AND WRK-PF-DOC-ANOMES <= WRK-PF-ULT-FECHADO
               SET PERIODO-FECHADO TO TRUE
           END-IF.
