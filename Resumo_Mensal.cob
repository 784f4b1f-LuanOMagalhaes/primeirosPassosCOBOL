      * ACUMULA VOLUMES, PESO E FRETE DO MES INFORMADO POR UF, POR
      * METODO (G/E) E POR CLIENTE, COMPARA COM O MES ANTERIOR E
      * IMPRIME O QUADRO EM MENSAL.RPT - OS NUMEROS QUE A DIRETORIA
      * PEDIA RECONSTRUIDOS DE RELATORIO ARQUIVADO. AS DEVOLUCOES
      * (LOGISTICA REVERSA) FICAM FORA DOS QUADROS POR UF, METODO E
      * CLIENTE E TEM QUADRO PROPRIO: FRETE COBRADO DO CLIENTE CONTRA
      * FRETE ABSORVIDO PELA EMPRESA E ABERTURA POR MOTIVO
      * DATA = 02/09/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 HST-FRETE       PIC 9(10)V99.
           05 HST-ORIGEM      PIC X(03).
           05 HST-METODO      PIC X(01).
           05 HST-TIPO-PEDIDO PIC X(01).
             88 HST-DEVOLUCAO VALUE 'D'.
           05 HST-PEDIDO-ORIGINAL PIC 9(06).
           05 HST-MOTIVO-DEVOL PIC X(02).
           05 HST-COBRANCA-DEVOL PIC X(01).
             88 HST-DEVOL-ABSORVIDA VALUE 'A'.

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       77 WRK-QTD-E-ANT PIC 9(05) VALUE ZEROS.
       77 WRK-FRETE-E-ANT PIC 9(12)V99 VALUE ZEROS.

      * DEVOLUCOES: COBRADAS (C) E ABSORVIDAS (A) NO MES E NO MES
      * ANTERIOR, E ABERTURA POR MOTIVO NA ORDEM DA TABELA MOTDEVOL
       77 WRK-QTD-DC-REF PIC 9(05) VALUE ZEROS.
       77 WRK-PESO-DC-REF PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FRETE-DC-REF PIC 9(12)V99 VALUE ZEROS.
       77 WRK-QTD-DC-ANT PIC 9(05) VALUE ZEROS.
       77 WRK-FRETE-DC-ANT PIC 9(12)V99 VALUE ZEROS.
       77 WRK-QTD-DA-REF PIC 9(05) VALUE ZEROS.
       77 WRK-PESO-DA-REF PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FRETE-DA-REF PIC 9(12)V99 VALUE ZEROS.
       77 WRK-QTD-DA-ANT PIC 9(05) VALUE ZEROS.
       77 WRK-FRETE-DA-ANT PIC 9(12)V99 VALUE ZEROS.

       COPY MOTDEVOL.

       01 TAB-DEVOL-MES.
           05 TAB-DVM-ITEM OCCURS 7 TIMES.
               10 TAB-DVM-QTD-REF   PIC 9(05).
               10 TAB-DVM-FRETE-REF PIC 9(12)V99.
               10 TAB-DVM-QTD-ANT   PIC 9(05).
               10 TAB-DVM-FRETE-ANT PIC 9(12)V99.
       77 WRK-IDX-MDV PIC 9(02) VALUE ZEROS.

       77 WRK-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CONT-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-CONT2-ED PIC ZZZZ9 VALUE ZEROS.
           MOVE ZEROS TO WRK-FRETE-E-REF.
           MOVE ZEROS TO WRK-QTD-E-ANT.
           MOVE ZEROS TO WRK-FRETE-E-ANT.
           MOVE ZEROS TO WRK-QTD-DC-REF.
           MOVE ZEROS TO WRK-PESO-DC-REF.
           MOVE ZEROS TO WRK-FRETE-DC-REF.
           MOVE ZEROS TO WRK-QTD-DC-ANT.
           MOVE ZEROS TO WRK-FRETE-DC-ANT.
           MOVE ZEROS TO WRK-QTD-DA-REF.
           MOVE ZEROS TO WRK-PESO-DA-REF.
           MOVE ZEROS TO WRK-FRETE-DA-REF.
           MOVE ZEROS TO WRK-QTD-DA-ANT.
           MOVE ZEROS TO WRK-FRETE-DA-ANT.
           INITIALIZE TAB-DEVOL-MES.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.
                       EVALUATE HST-ANO-MES
                           WHEN WRK-MES-REF-9
                               ADD 1 TO WRK-CTL-PROCESSADOS
                               IF HST-DEVOLUCAO
                                   PERFORM 0360-ACUMULAR-DEVOL-REF
                               ELSE
                                   PERFORM 0310-ACUMULAR-REF
                               END-IF
                           WHEN WRK-MES-ANT-9
                               ADD 1 TO WRK-CTL-PROCESSADOS
                               IF HST-DEVOLUCAO
                                   PERFORM 0365-ACUMULAR-DEVOL-ANT
                               ELSE
                                   PERFORM 0320-ACUMULAR-ANT
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   'ULTIMA'
           END-IF.

      * DEVOLUCAO DO MES: SEPARA COBRADA DE ABSORVIDA E SOMA NO
      * MOTIVO (MOTIVO FORA DA TABELA SO ENTRA NOS TOTAIS)
       0360-ACUMULAR-DEVOL-REF.
           IF HST-DEVOL-ABSORVIDA
               ADD 1 TO WRK-QTD-DA-REF
               ADD HST-PESO TO WRK-PESO-DA-REF
               ADD HST-FRETE TO WRK-FRETE-DA-REF
           ELSE
               ADD 1 TO WRK-QTD-DC-REF
               ADD HST-PESO TO WRK-PESO-DC-REF
               ADD HST-FRETE TO WRK-FRETE-DC-REF
           END-IF.
           PERFORM 0370-ACHAR-MOTIVO.
           IF MOTIVO-DEVOL-VALIDO
               ADD 1 TO TAB-DVM-QTD-REF (WRK-IDX-MDV)
               ADD HST-FRETE TO TAB-DVM-FRETE-REF (WRK-IDX-MDV)
           END-IF.

       0365-ACUMULAR-DEVOL-ANT.
           IF HST-DEVOL-ABSORVIDA
               ADD 1 TO WRK-QTD-DA-ANT
               ADD HST-FRETE TO WRK-FRETE-DA-ANT
           ELSE
               ADD 1 TO WRK-QTD-DC-ANT
               ADD HST-FRETE TO WRK-FRETE-DC-ANT
           END-IF.
           PERFORM 0370-ACHAR-MOTIVO.
           IF MOTIVO-DEVOL-VALIDO
               ADD 1 TO TAB-DVM-QTD-ANT (WRK-IDX-MDV)
               ADD HST-FRETE TO TAB-DVM-FRETE-ANT (WRK-IDX-MDV)
           END-IF.

       0370-ACHAR-MOTIVO.
           MOVE HST-MOTIVO-DEVOL TO WRK-MDV-CODIGO.
           PERFORM 9595-BUSCAR-MOTIVO-DEVOL.
           IF MOTIVO-DEVOL-VALIDO
               SET WRK-IDX-MDV TO IDX-MDV
           END-IF.

       0500-GRAVAR-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'RESUMO MENSAL DE COTACOES - MES ' DELIMITED BY SIZE
               WRITE REG-RELATORIO
           END-PERFORM.

           PERFORM 0550-GRAVAR-DEVOLUCOES.

           IF WRK-CTL-PROCESSADOS = 0
               MOVE SPACES TO REG-RELATORIO
               STRING 'NENHUMA COTACAO NOS MESES PESQUISADOS'
               WRITE REG-RELATORIO
           END-IF.

      * QUADRO DAS DEVOLUCOES: QUEM PAGOU O FRETE DA VOLTA E POR QUE
      * A MERCADORIA VOLTOU
       0550-GRAVAR-DEVOLUCOES.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'DEVOLUCOES (FORA DOS QUADROS ACIMA)'
               DELIMITED BY SIZE INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

           MOVE WRK-QTD-DC-REF TO WRK-CONT-ED.
           MOVE WRK-PESO-DC-REF TO WRK-PESO-ED.
           MOVE WRK-FRETE-DC-REF TO WRK-VALOR-ED.
           MOVE WRK-QTD-DC-ANT TO WRK-CONT2-ED.
           MOVE WRK-FRETE-DC-ANT TO WRK-VALOR2-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'COBRADAS DO CLIENTE    : ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
                  ' PED  PESO ' DELIMITED BY SIZE
                  WRK-PESO-ED DELIMITED BY SIZE
                  ' KG  FRETE R$' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  '  (ANT ' DELIMITED BY SIZE
                  WRK-CONT2-ED DELIMITED BY SIZE
                  ' PED R$' DELIMITED BY SIZE
                  WRK-VALOR2-ED DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

           MOVE WRK-QTD-DA-REF TO WRK-CONT-ED.
           MOVE WRK-PESO-DA-REF TO WRK-PESO-ED.
           MOVE WRK-FRETE-DA-REF TO WRK-VALOR-ED.
           MOVE WRK-QTD-DA-ANT TO WRK-CONT2-ED.
           MOVE WRK-FRETE-DA-ANT TO WRK-VALOR2-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'ABSORVIDAS PELA EMPRESA: ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
                  ' PED  PESO ' DELIMITED BY SIZE
                  WRK-PESO-ED DELIMITED BY SIZE
                  ' KG  FRETE R$' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  '  (ANT ' DELIMITED BY SIZE
                  WRK-CONT2-ED DELIMITED BY SIZE
                  ' PED R$' DELIMITED BY SIZE
                  WRK-VALOR2-ED DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

           PERFORM VARYING WRK-IDX-MDV FROM 1 BY 1
                   UNTIL WRK-IDX-MDV > 7
               IF TAB-DVM-QTD-REF (WRK-IDX-MDV) > 0
                   OR TAB-DVM-QTD-ANT (WRK-IDX-MDV) > 0
                   MOVE TAB-DVM-QTD-REF (WRK-IDX-MDV) TO WRK-CONT-ED
                   MOVE TAB-DVM-FRETE-REF (WRK-IDX-MDV)
                       TO WRK-VALOR-ED
                   MOVE TAB-DVM-QTD-ANT (WRK-IDX-MDV) TO WRK-CONT2-ED
                   MOVE TAB-DVM-FRETE-ANT (WRK-IDX-MDV)
                       TO WRK-VALOR2-ED
                   MOVE SPACES TO REG-RELATORIO
                   STRING 'MOTIVO ' DELIMITED BY SIZE
                          TAB-MDV-CODIGO (WRK-IDX-MDV) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          TAB-MDV-DESCRICAO (WRK-IDX-MDV)
                              DELIMITED BY SIZE
                          ': ' DELIMITED BY SIZE
                          WRK-CONT-ED DELIMITED BY SIZE
                          ' PED  FRETE R$' DELIMITED BY SIZE
                          WRK-VALOR-ED DELIMITED BY SIZE
                          '  (ANT ' DELIMITED BY SIZE
                          WRK-CONT2-ED DELIMITED BY SIZE
                          ' PED R$' DELIMITED BY SIZE
                          WRK-VALOR2-ED DELIMITED BY SIZE
                          ')' DELIMITED BY SIZE
                       INTO REG-RELATORIO
                   END-STRING
                   WRITE REG-RELATORIO
               END-IF
           END-PERFORM.

           COPY GRAVALOG.

           COPY BUSCADEV.
