      * O EMBARQUES.DAT (DATA REAL DE ENTREGA INFORMADA PELA
      * EXPEDICAO) POR NUMERO DE PEDIDO E RELATA O PERCENTUAL DE
      * ENTREGAS NO PRAZO POR UF E POR METODO (G/E), COM A LISTA
      * DETALHADA DOS PEDIDOS ATRASADOS, EM PONTUAL.RPT. CADA ATRASO
      * SAI COM A CAUSA APURADA NO RASTREIO (EVENTOS.DAT): INCIDENTE
      * DO LADO DO CLIENTE OU ATRASO DA TRANSPORTADORA
      * DATA = 02/09/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EMBARQUES.

      * RASTREIO DAS ENTREGAS: SO OS INCIDENTES INTERESSAM AQUI
           SELECT ARQ-EVENTOS ASSIGN TO 'EVENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EVENTOS.

           SELECT ARQ-RELATORIO ASSIGN TO 'PONTUAL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
           05 EMB-DATA-ENTREGA PIC 9(08).
           05 EMB-ROMANEIO    PIC 9(06).

       FD  ARQ-EVENTOS
           RECORDING MODE IS F.
       01  REG-EVENTO.
           05 EVT-PEDIDO      PIC 9(06).
           05 EVT-DATA        PIC 9(08).
           05 EVT-HORA        PIC 9(04).
           05 EVT-CODIGO      PIC X(02).
           05 EVT-LOCAL       PIC X(20).
           05 EVT-TRANSPORTADORA PIC X(04).
           05 EVT-ORIGEM      PIC X(01).

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO      PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PROMESSAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMBARQUES PIC X(02) VALUE ZEROS.
       77 WRK-FS-EVENTOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-EOF-PROMESSAS PIC X(01) VALUE 'N'.
         88 FIM-PROMESSAS VALUE 'S'.
       77 WRK-EOF-EMBARQUES PIC X(01) VALUE 'N'.
         88 FIM-EMBARQUES VALUE 'S'.
       77 WRK-EOF-EVENTOS PIC X(01) VALUE 'N'.
         88 FIM-EVENTOS VALUE 'S'.

       COPY RUNLOG.

       COPY CODEVENTO.

      * INCIDENTES DO RASTREIO (LADO C OU T NO CODEVENTO.CPY) PARA
      * APURAR A CAUSA DE CADA ATRASO; O ANDAMENTO NORMAL NAO ENTRA
       77 WRK-QTD-INCIDENTES PIC 9(04) VALUE ZEROS.
       01 TAB-INCIDENTES.
           05 TAB-INC-ITEM OCCURS 1000 TIMES
                            INDEXED BY IDX-INC.
               10 TAB-INC-PEDIDO  PIC 9(06).
               10 TAB-INC-DATA    PIC 9(08).
               10 TAB-INC-CODIGO  PIC X(02).
               10 TAB-INC-LADO    PIC X(01).

      * CAUSA APURADA PARA O ATRASO EM CURSO
       77 WRK-CAUSA PIC X(01) VALUE SPACES.
         88 CAUSA-CLIENTE VALUE 'C'.
       77 WRK-CAUSA-CODIGO PIC X(02) VALUE SPACES.
       77 WRK-CAUSA-TEXTO PIC X(20) VALUE SPACES.

      * PROMESSAS CARREGADAS EM TABELA PARA O CASAMENTO COM OS
      * EMBARQUES, NO MESMO DESENHO DO CONCILIA-FRETE
       77 WRK-QTD-PROMESSAS PIC 9(04) VALUE ZEROS.

       77 WRK-IDX PIC 9(04) VALUE ZEROS.
       77 WRK-CONT-ATRASADOS PIC 9(04) VALUE ZEROS.
       77 WRK-CONT-ATR-TRANSP PIC 9(04) VALUE ZEROS.
       77 WRK-CONT-ATR-CLIENTE PIC 9(04) VALUE ZEROS.
       77 WRK-CONT-SEM-EMBARQUE PIC 9(04) VALUE ZEROS.
       77 WRK-CONT-SEM-DATA PIC 9(04) VALUE ZEROS.
       77 WRK-DIAS-ATRASO PIC 9(05) VALUE ZEROS.
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-PROMESSAS.
           MOVE 'N' TO WRK-EOF-EMBARQUES.
           MOVE 'N' TO WRK-EOF-EVENTOS.
           MOVE ZEROS TO WRK-QTD-INCIDENTES.
           MOVE ZEROS TO WRK-CONT-ATR-TRANSP.
           MOVE ZEROS TO WRK-CONT-ATR-CLIENTE.
           MOVE ZEROS TO WRK-CTL-LIDOS.
           MOVE ZEROS TO WRK-CTL-PROCESSADOS.
           MOVE ZEROS TO WRK-CTL-REJEITADOS.

           PERFORM 0200-ABRIR-ARQUIVOS.
           PERFORM 0300-CARREGAR-PROMESSAS.
           PERFORM 0320-CARREGAR-INCIDENTES.
           PERFORM 0350-LER-EMBARQUE.
           PERFORM UNTIL FIM-EMBARQUES
               PERFORM 0400-CONFERIR-EMBARQUE
               END-READ
           END-PERFORM.

      * SEM O EVENTOS.DAT NENHUM ATRASO TEM INCIDENTE DO CLIENTE
      * COMPROVADO: TODOS FICAM COM A TRANSPORTADORA
       0320-CARREGAR-INCIDENTES.
           OPEN INPUT ARQ-EVENTOS.
           IF WRK-FS-EVENTOS NOT = '00'
               DISPLAY 'EVENTOS.DAT AUSENTE - ATRASOS SEM INCIDENTE '
                   'DE CLIENTE NO RASTREIO'
           ELSE
               PERFORM UNTIL FIM-EVENTOS
                   READ ARQ-EVENTOS
                       AT END
                           MOVE 'S' TO WRK-EOF-EVENTOS
                       NOT AT END
                           PERFORM 0330-GUARDAR-INCIDENTE
                   END-READ
               END-PERFORM
               CLOSE ARQ-EVENTOS
           END-IF.

       0330-GUARDAR-INCIDENTE.
           MOVE EVT-CODIGO TO WRK-CEV-CODIGO.
           PERFORM 9590-BUSCAR-CODIGO-EVENTO.
           IF LADO-CLIENTE OR LADO-TRANSPORTADORA
               IF WRK-QTD-INCIDENTES < 1000
                   ADD 1 TO WRK-QTD-INCIDENTES
                   MOVE EVT-PEDIDO
                       TO TAB-INC-PEDIDO (WRK-QTD-INCIDENTES)
                   MOVE EVT-DATA
                       TO TAB-INC-DATA (WRK-QTD-INCIDENTES)
                   MOVE EVT-CODIGO
                       TO TAB-INC-CODIGO (WRK-QTD-INCIDENTES)
                   MOVE WRK-CEV-LADO
                       TO TAB-INC-LADO (WRK-QTD-INCIDENTES)
               ELSE
                   DISPLAY 'TABELA DE INCIDENTES CHEIA - OCORRENCIA '
                       'IGNORADA PEDIDO ' EVT-PEDIDO
               END-IF
           END-IF.

       0350-LER-EMBARQUE.
           READ ARQ-EMBARQUES
               AT END
           MOVE TAB-PRO-DATA (IDX-PRO) TO WRK-DATA-ED.
           MOVE EMB-DATA-ENTREGA TO WRK-DATA2-ED.
           MOVE WRK-DIAS-ATRASO TO WRK-DIAS-ED.
           PERFORM 0440-APURAR-CAUSA.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'ATRASADO PEDIDO ' DELIMITED BY SIZE
                  EMB-NUMERO         DELIMITED BY SIZE
                  ' ATRASO ' DELIMITED BY SIZE
                  WRK-DIAS-ED DELIMITED BY SIZE
                  ' DIAS' DELIMITED BY SIZE
                  ' CAUSA: ' DELIMITED BY SIZE
                  WRK-CAUSA-TEXTO DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

      * O ATRASO E DO CLIENTE QUANDO O RASTREIO TEM INCIDENTE DO LADO
      * DELE (ENDERECO INCORRETO, AUSENTE, RECUSA) ATE A DATA
      * PROMETIDA; INCIDENTE DO CLIENTE DEPOIS DA DATA NAO EXPLICA O
      * ATRASO, QUE JA ESTAVA FEITO. FORA ISSO O ATRASO E DA
      * TRANSPORTADORA, CITANDO O INCIDENTE DELA QUANDO HOUVER
       0440-APURAR-CAUSA.
           MOVE 'T' TO WRK-CAUSA.
           MOVE SPACES TO WRK-CAUSA-CODIGO.
           PERFORM VARYING IDX-INC FROM 1 BY 1
                   UNTIL IDX-INC > WRK-QTD-INCIDENTES
               IF TAB-INC-PEDIDO (IDX-INC) = EMB-NUMERO
                   IF TAB-INC-LADO (IDX-INC) = 'C'
                       AND TAB-INC-DATA (IDX-INC) <=
                           TAB-PRO-DATA (IDX-PRO)
                       IF NOT CAUSA-CLIENTE
                           SET CAUSA-CLIENTE TO TRUE
                           MOVE TAB-INC-CODIGO (IDX-INC)
                               TO WRK-CAUSA-CODIGO
                       END-IF
                   ELSE
                       IF TAB-INC-LADO (IDX-INC) = 'T'
                           AND NOT CAUSA-CLIENTE
                           AND WRK-CAUSA-CODIGO = SPACES
                           MOVE TAB-INC-CODIGO (IDX-INC)
                               TO WRK-CAUSA-CODIGO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-CAUSA-TEXTO.
           IF CAUSA-CLIENTE
               ADD 1 TO WRK-CONT-ATR-CLIENTE
               STRING 'CLIENTE (' DELIMITED BY SIZE
                      WRK-CAUSA-CODIGO DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                   INTO WRK-CAUSA-TEXTO
               END-STRING
           ELSE
               ADD 1 TO WRK-CONT-ATR-TRANSP
               IF WRK-CAUSA-CODIGO = SPACES
                   MOVE 'TRANSPORTADORA' TO WRK-CAUSA-TEXTO
               ELSE
                   STRING 'TRANSPORTADORA (' DELIMITED BY SIZE
                          WRK-CAUSA-CODIGO DELIMITED BY SIZE
                          ')' DELIMITED BY SIZE
                       INTO WRK-CAUSA-TEXTO
                   END-STRING
               END-IF
           END-IF.

      * PROMESSAS QUE AINDA NAO TEM EMBARQUE NAO ENTRAM NO PERCENTUAL:
      * SO SAO CONTADAS NO RODAPE PARA NINGUEM ACHAR QUE O QUADRO
      * COBRE O ARQUIVO INTEIRO
           END-STRING.
           WRITE REG-RELATORIO.

           MOVE WRK-CONT-ATR-TRANSP TO WRK-CONT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING '  POR ATRASO DA TRANSPORT...: ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

           MOVE WRK-CONT-ATR-CLIENTE TO WRK-CONT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING '  POR INCIDENTE DO CLIENTE..: ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO REG-RELATORIO
           END-STRING.
           WRITE REG-RELATORIO.

           MOVE WRK-CONT-SEM-EMBARQUE TO WRK-CONT-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING 'PROMESSAS SEM EMBARQUE......: ' DELIMITED BY SIZE
           CLOSE ARQ-RELATORIO.

           COPY GRAVALOG.

           COPY BUSCAEVT.
