       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-EVENTOS.
      ***************************
      * Área de comentários
      * OBJETIVO: IMPORTAR O ARQUIVO DE OCORRENCIAS DE RASTREIO QUE
      * AS TRANSPORTADORAS ENVIAM (EVTRANSP.DAT, UMA OCORRENCIA POR
      * LINHA) PARA O HISTORICO EVENTOS.DAT, NO MESMO LAYOUT DA
      * DIGITACAO DO CADASTRO-EVENTOS. LINHA COM CAMPO INVALIDO,
      * CODIGO FORA DA TABELA (CODEVENTO.CPY), PEDIDO SEM EMBARQUE,
      * PEDIDO EMBARCADO POR OUTRA TRANSPORTADORA OU OCORRENCIA JA
      * REGISTRADA NAO ENTRA: VAI PARA O RELATORIO DE EXCECOES DA
      * EXPEDICAO (EVENTOS.DYYYYMMDD.RPT, ANOTADO NO CATALOGO
      * RELCAT.DAT). A CRITICA DE REPETIDA PERMITE REPROCESSAR O
      * MESMO ARQUIVO SEM DUPLICAR O HISTORICO
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ARQUIVO DAS TRANSPORTADORAS: LAYOUT FIXO, UMA OCORRENCIA POR
      * LINHA, COM O CODIGO DA TRANSPORTADORA QUE ENVIOU
           SELECT ARQ-ENTRADA ASSIGN TO 'EVTRANSP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENTRADA.

           SELECT ARQ-EVENTOS ASSIGN TO 'EVENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EVENTOS.

           SELECT ARQ-EMBARQUES ASSIGN TO 'EMBARQUES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EMBARQUES.

      * AS EXCECOES SAEM COMO GERACAO DATADA (EVENTOS.DYYYYMMDD.RPT),
      * ANOTADA NO CATALOGO RELCAT.DAT COMO OS DEMAIS RELATORIOS
           SELECT ARQ-RELATORIO ASSIGN TO DYNAMIC WRK-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

           SELECT ARQ-CATALOGO ASSIGN TO 'RELCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CATALOGO.

           SELECT ARQ-RUNLOG ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ENTRADA
           RECORDING MODE IS F.
       01  REG-ENTRADA.
           05 ETR-TRANSPORTADORA PIC X(04).
           05 ETR-PEDIDO      PIC 9(06).
           05 ETR-DATA        PIC 9(08).
           05 ETR-HORA        PIC 9(04).
           05 ETR-HORA-X REDEFINES ETR-HORA.
               10 ETR-HH      PIC X(02).
               10 ETR-MM      PIC X(02).
           05 ETR-CODIGO      PIC X(02).
           05 ETR-LOCAL       PIC X(20).

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

       FD  ARQ-EMBARQUES
           RECORDING MODE IS F.
       01  REG-EMBARQUE.
           05 EMB-NUMERO      PIC 9(06).
           05 EMB-UF          PIC X(02).
           05 EMB-PESO        PIC 9(06)V99.
           05 EMB-FRETE       PIC 9(10)V99.
           05 EMB-TRANSPORTADORA PIC X(04).
           05 EMB-DATA-ENTREGA PIC 9(08).
           05 EMB-ROMANEIO    PIC 9(06).

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO      PIC X(132).

       FD  ARQ-CATALOGO
           RECORDING MODE IS F.
       01  REG-CATALOGO       PIC X(57).

       FD  ARQ-RUNLOG
           RECORDING MODE IS F.
       01  REG-RUNLOG         PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-ENTRADA PIC X(02) VALUE ZEROS.
       77 WRK-FS-EVENTOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMBARQUES PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATALOGO PIC X(02) VALUE ZEROS.
       77 WRK-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-EOF-ENTRADA PIC X(01) VALUE 'N'.
         88 FIM-ENTRADA VALUE 'S'.
       77 WRK-EOF-EVENTOS PIC X(01) VALUE 'N'.
         88 FIM-EVENTOS VALUE 'S'.
       77 WRK-EOF-EMBARQUES PIC X(01) VALUE 'N'.
         88 FIM-EMBARQUES VALUE 'S'.

       COPY RUNLOG.

       COPY CATREL.

       COPY IMPRESSO.

       COPY CODEVENTO.

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

      * EMBARQUES PARA A CRITICA DO PEDIDO E DA TRANSPORTADORA
       77 WRK-QTD-EMBARQUES PIC 9(04) VALUE ZEROS.
       01 TAB-EMBARQUES.
           05 TAB-EMB-ITEM OCCURS 500 TIMES
                            INDEXED BY IDX-EMB.
               10 TAB-EMB-NUMERO  PIC 9(06).
               10 TAB-EMB-TRANSP  PIC X(04).

      * CHAVES DAS OCORRENCIAS JA REGISTRADAS (PEDIDO, DATA, HORA E
      * CODIGO - OS 20 PRIMEIROS BYTES DA LINHA DO EVENTOS.DAT), MAIS
      * AS ACEITAS NESTA IMPORTACAO, PARA RECUSAR A REPETIDA
       77 WRK-QTD-CHAVES PIC 9(04) VALUE ZEROS.
       01 TAB-CHAVES.
           05 TAB-CHV-ITEM OCCURS 3000 TIMES
                            INDEXED BY IDX-CHV.
               10 TAB-CHV-CHAVE   PIC X(20).
       01 WRK-CHAVE-EVENTO.
           05 WRK-CHV-PEDIDO    PIC 9(06).
           05 WRK-CHV-DATA      PIC 9(08).
           05 WRK-CHV-HORA      PIC 9(04).
           05 WRK-CHV-CODIGO    PIC X(02).

      * RESULTADO DA CRITICA DE CADA LINHA DO ARQUIVO
       77 WRK-FLAG-EMBARQUE PIC X(01) VALUE 'N'.
         88 EMBARQUE-ENCONTRADO VALUE 'S'.
       77 WRK-FLAG-REPETIDA PIC X(01) VALUE 'N'.
         88 OCORRENCIA-REPETIDA VALUE 'S'.
       77 WRK-MOTIVO PIC X(30) VALUE SPACES.
       77 WRK-CONT-IMPORTADOS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-EXCECOES PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-INCIDENTES PIC 9(05) VALUE ZEROS.

       77 WRK-CONT-ED PIC ZZZZ9 VALUE ZEROS.

       01 WRK-LINHA-EXCECAO.
           05 WRK-LE-TRANSP      PIC X(04).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LE-PEDIDO      PIC X(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LE-DATA        PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LE-HORA        PIC X(04).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LE-CODIGO      PIC X(02).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LE-LOCAL       PIC X(20).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LE-MOTIVO      PIC X(30).

      * CABECALHO DE COLUNAS DAS EXCECOES, ALINHADO COLUNA A COLUNA
      * COM WRK-LINHA-EXCECAO ACIMA, REPETIDO A CADA PAGINA
       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(04) VALUE 'TRSP'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE 'PEDIDO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(08) VALUE 'DATA'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(04) VALUE 'HORA'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(02) VALUE 'OC'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(20) VALUE 'LOCAL'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(30) VALUE 'MOTIVO DA EXCECAO'.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-ENTRADA.
           MOVE 'N' TO WRK-EOF-EVENTOS.
           MOVE 'N' TO WRK-EOF-EMBARQUES.
           MOVE ZEROS TO WRK-CTL-LIDOS.
           MOVE ZEROS TO WRK-CTL-PROCESSADOS.
           MOVE ZEROS TO WRK-CTL-REJEITADOS.
           MOVE ZEROS TO WRK-QTD-EMBARQUES.
           MOVE ZEROS TO WRK-QTD-CHAVES.
           MOVE ZEROS TO WRK-CONT-IMPORTADOS.
           MOVE ZEROS TO WRK-CONT-EXCECOES.
           MOVE ZEROS TO WRK-CONT-INCIDENTES.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           PERFORM 0200-CARREGAR-EMBARQUES.
           PERFORM 0220-CARREGAR-CHAVES.
           PERFORM 0250-ABRIR-ARQUIVOS.
           PERFORM 0300-LER-ENTRADA.
           PERFORM UNTIL FIM-ENTRADA
               PERFORM 0400-TRATAR-OCORRENCIA
               PERFORM 0300-LER-ENTRADA
           END-PERFORM.
           PERFORM 0700-GRAVAR-RESUMO.
           PERFORM 0800-FECHAR-ARQUIVOS.

           MOVE WRK-CONT-IMPORTADOS TO WRK-CTL-PROCESSADOS.
           MOVE WRK-CONT-EXCECOES TO WRK-CTL-REJEITADOS.
           MOVE 'IMPORTA-EVENTOS' TO WRK-RL-PROGRAMA.
           PERFORM 9700-GRAVAR-CONTROLE.

           MOVE WRK-CONT-IMPORTADOS TO WRK-CONT-ED.
           DISPLAY 'OCORRENCIAS IMPORTADAS: ' WRK-CONT-ED.
           MOVE WRK-CONT-INCIDENTES TO WRK-CONT-ED.
           DISPLAY 'DAS QUAIS INCIDENTES: ' WRK-CONT-ED.
           MOVE WRK-CONT-EXCECOES TO WRK-CONT-ED.
           DISPLAY 'EXCECOES PARA A EXPEDICAO: ' WRK-CONT-ED
               ' (VER ' WRK-NOME-RELATORIO ')'.
           GOBACK.

       0200-CARREGAR-EMBARQUES.
           OPEN INPUT ARQ-EMBARQUES.
           IF WRK-FS-EMBARQUES NOT = '00'
               DISPLAY 'NENHUM EMBARQUE CADASTRADO (EMBARQUES.DAT '
                   'AUSENTE) - TODO O ARQUIVO VAI PARA EXCECOES'
           ELSE
               PERFORM UNTIL FIM-EMBARQUES
                   READ ARQ-EMBARQUES
                       AT END
                           MOVE 'S' TO WRK-EOF-EMBARQUES
                       NOT AT END
                           PERFORM 0210-GUARDAR-EMBARQUE
                   END-READ
               END-PERFORM
               CLOSE ARQ-EMBARQUES
           END-IF.

       0210-GUARDAR-EMBARQUE.
           IF WRK-QTD-EMBARQUES < 500
               ADD 1 TO WRK-QTD-EMBARQUES
               MOVE EMB-NUMERO TO TAB-EMB-NUMERO (WRK-QTD-EMBARQUES)
               MOVE EMB-TRANSPORTADORA
                   TO TAB-EMB-TRANSP (WRK-QTD-EMBARQUES)
           ELSE
               DISPLAY 'TABELA DE EMBARQUES CHEIA - PEDIDO FORA DA '
                   'CRITICA ' EMB-NUMERO
           END-IF.

      * HISTORICO AUSENTE E O PRIMEIRO DIA DO RASTREIO: NADA A
      * CONFERIR. HISTORICO MAIOR QUE A TABELA PARA A IMPORTACAO -
      * SEM A CRITICA DE REPETIDA O ARQUIVO NAO PODE ENTRAR
       0220-CARREGAR-CHAVES.
           OPEN INPUT ARQ-EVENTOS.
           IF WRK-FS-EVENTOS = '00'
               PERFORM UNTIL FIM-EVENTOS
                   READ ARQ-EVENTOS
                       AT END
                           MOVE 'S' TO WRK-EOF-EVENTOS
                       NOT AT END
                           IF WRK-QTD-CHAVES >= 3000
                               DISPLAY 'EVENTOS.DAT MAIOR QUE A '
                                   'TABELA - ENCERRANDO'
                               MOVE 8 TO RETURN-CODE
                               CLOSE ARQ-EVENTOS
                               GOBACK
                           END-IF
                           ADD 1 TO WRK-QTD-CHAVES
                           MOVE REG-EVENTO (1:20)
                               TO TAB-CHV-CHAVE (WRK-QTD-CHAVES)
                   END-READ
               END-PERFORM
               CLOSE ARQ-EVENTOS
           END-IF.

       0250-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-ENTRADA.
           IF WRK-FS-ENTRADA NOT = '00'
               DISPLAY 'ERRO AO ABRIR EVTRANSP.DAT - FS='
                   WRK-FS-ENTRADA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND ARQ-EVENTOS.
           IF WRK-FS-EVENTOS = '35'
               OPEN OUTPUT ARQ-EVENTOS
           END-IF.
           IF WRK-FS-EVENTOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR EVENTOS.DAT - FS='
                   WRK-FS-EVENTOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING 'EVENTOS.D'    DELIMITED BY SIZE
                  WRK-DATA-HOJE  DELIMITED BY SIZE
                  '.RPT'         DELIMITED BY SIZE
               INTO WRK-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ' WRK-NOME-RELATORIO ' - FS='
                   WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'EVENTOS'          TO WRK-CAT-RELATORIO.
           MOVE WRK-DATA-HOJE      TO WRK-CAT-DATA.
           MOVE WRK-NOME-RELATORIO TO WRK-CAT-ARQUIVO.
           MOVE 'P'                TO WRK-CAT-SITUACAO.
           PERFORM 9650-GRAVAR-CATALOGO.

           MOVE 'RASTREIO - EXCECOES DA IMPORTACAO'
               TO WRK-IMP-TITULO.
           MOVE 'IMPORTA-EVENTOS' TO WRK-IMP-PROGRAMA.
           MOVE WRK-DATA-HOJE TO WRK-IMP-DATA.
           MOVE ZEROS TO WRK-IMP-PAGINA.
           MOVE 99 TO WRK-IMP-LINHA.

       0300-LER-ENTRADA.
           READ ARQ-ENTRADA
               AT END
                   MOVE 'S' TO WRK-EOF-ENTRADA
               NOT AT END
                   ADD 1 TO WRK-CTL-LIDOS
           END-READ.

      * A OCORRENCIA SO ENTRA NO HISTORICO DO PEDIDO QUE A PROPRIA
      * TRANSPORTADORA EMBARCOU; EMBARQUE AINDA SEM TRANSPORTADORA
      * INFORMADA ACEITA A DE QUEM ENVIOU O ARQUIVO
       0400-TRATAR-OCORRENCIA.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE 'N' TO WRK-FLAG-EMBARQUE.
           IF ETR-PEDIDO NOT NUMERIC OR ETR-DATA NOT NUMERIC
               OR ETR-HORA NOT NUMERIC
               OR ETR-HH > '23' OR ETR-MM > '59'
               MOVE 'LINHA DO ARQUIVO INVALIDA' TO WRK-MOTIVO
           ELSE
               MOVE ETR-CODIGO TO WRK-CEV-CODIGO
               PERFORM 9590-BUSCAR-CODIGO-EVENTO
               PERFORM 0410-BUSCAR-EMBARQUE
               PERFORM 0420-CONFERIR-REPETIDA
               EVALUATE TRUE
                   WHEN NOT CODIGO-EVENTO-VALIDO
                       MOVE 'CODIGO DE OCORRENCIA INVALIDO'
                           TO WRK-MOTIVO
                   WHEN ETR-DATA > WRK-DATA-HOJE
                       MOVE 'DATA POSTERIOR A HOJE' TO WRK-MOTIVO
                   WHEN NOT EMBARQUE-ENCONTRADO
                       MOVE 'PEDIDO SEM EMBARQUE' TO WRK-MOTIVO
                   WHEN TAB-EMB-TRANSP (IDX-EMB) NOT = SPACES
                    AND TAB-EMB-TRANSP (IDX-EMB) NOT =
                        ETR-TRANSPORTADORA
                       MOVE 'PEDIDO DE OUTRA TRANSPORTADORA'
                           TO WRK-MOTIVO
                   WHEN OCORRENCIA-REPETIDA
                       MOVE 'OCORRENCIA JA REGISTRADA' TO WRK-MOTIVO
                   WHEN OTHER
                       PERFORM 0500-GRAVAR-EVENTO
               END-EVALUATE
           END-IF.
           IF WRK-MOTIVO NOT = SPACES
               PERFORM 0450-GRAVAR-EXCECAO
           END-IF.

       0410-BUSCAR-EMBARQUE.
           SET IDX-EMB TO 1.
           SEARCH TAB-EMB-ITEM
               AT END
                   CONTINUE
               WHEN IDX-EMB > WRK-QTD-EMBARQUES
                   CONTINUE
               WHEN TAB-EMB-NUMERO (IDX-EMB) = ETR-PEDIDO
                   SET EMBARQUE-ENCONTRADO TO TRUE
           END-SEARCH.

       0420-CONFERIR-REPETIDA.
           MOVE 'N' TO WRK-FLAG-REPETIDA.
           MOVE ETR-PEDIDO TO WRK-CHV-PEDIDO.
           MOVE ETR-DATA   TO WRK-CHV-DATA.
           MOVE ETR-HORA   TO WRK-CHV-HORA.
           MOVE ETR-CODIGO TO WRK-CHV-CODIGO.
           SET IDX-CHV TO 1.
           SEARCH TAB-CHV-ITEM
               AT END
                   CONTINUE
               WHEN IDX-CHV > WRK-QTD-CHAVES
                   CONTINUE
               WHEN TAB-CHV-CHAVE (IDX-CHV) = WRK-CHAVE-EVENTO
                   SET OCORRENCIA-REPETIDA TO TRUE
           END-SEARCH.

       0450-GRAVAR-EXCECAO.
           ADD 1 TO WRK-CONT-EXCECOES.
           MOVE ETR-TRANSPORTADORA TO WRK-LE-TRANSP.
           MOVE REG-ENTRADA (5:6)  TO WRK-LE-PEDIDO.
           MOVE REG-ENTRADA (11:8) TO WRK-LE-DATA.
           MOVE REG-ENTRADA (19:4) TO WRK-LE-HORA.
           MOVE ETR-CODIGO         TO WRK-LE-CODIGO.
           MOVE ETR-LOCAL          TO WRK-LE-LOCAL.
           MOVE WRK-MOTIVO         TO WRK-LE-MOTIVO.
           MOVE WRK-LINHA-EXCECAO TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

      * OCORRENCIA ACEITA: VAI PARA O HISTORICO MARCADA COMO
      * IMPORTADA (I) E SUA CHAVE ENTRA NA TABELA, PARA A MESMA LINHA
      * REPETIDA MAIS ABAIXO NO ARQUIVO CAIR NAS EXCECOES
       0500-GRAVAR-EVENTO.
           MOVE ETR-PEDIDO         TO EVT-PEDIDO.
           MOVE ETR-DATA           TO EVT-DATA.
           MOVE ETR-HORA           TO EVT-HORA.
           MOVE ETR-CODIGO         TO EVT-CODIGO.
           MOVE ETR-LOCAL          TO EVT-LOCAL.
           MOVE ETR-TRANSPORTADORA TO EVT-TRANSPORTADORA.
           MOVE 'I'                TO EVT-ORIGEM.
           WRITE REG-EVENTO.
           ADD 1 TO WRK-CONT-IMPORTADOS.
           IF NOT LADO-NORMAL
               ADD 1 TO WRK-CONT-INCIDENTES
           END-IF.
           IF WRK-QTD-CHAVES < 3000
               ADD 1 TO WRK-QTD-CHAVES
               MOVE WRK-CHAVE-EVENTO TO TAB-CHV-CHAVE (WRK-QTD-CHAVES)
           END-IF.

      * O RESUMO FECHA O RELATORIO: A EXPEDICAO CONFERE IMPORTADAS
      * MAIS EXCECOES CONTRA AS LINHAS DO ARQUIVO RECEBIDO
       0700-GRAVAR-RESUMO.
           IF WRK-CONT-EXCECOES = 0
               MOVE SPACES TO WRK-IMP-AREA
               STRING 'NENHUMA EXCECAO NO ARQUIVO' DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING '----------------------------------' DELIMITED BY
               SIZE INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

           MOVE WRK-CTL-LIDOS TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'LINHAS RECEBIDAS.......: ' DELIMITED BY SIZE
                  WRK-CONT-ED                 DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

           MOVE WRK-CONT-IMPORTADOS TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'OCORRENCIAS IMPORTADAS.: ' DELIMITED BY SIZE
                  WRK-CONT-ED                 DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

           MOVE WRK-CONT-INCIDENTES TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING '  DAS QUAIS INCIDENTES.: ' DELIMITED BY SIZE
                  WRK-CONT-ED                 DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

           MOVE WRK-CONT-EXCECOES TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'LINHAS EM EXCECAO......: ' DELIMITED BY SIZE
                  WRK-CONT-ED                 DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

       0800-FECHAR-ARQUIVOS.
           CLOSE ARQ-ENTRADA.
           CLOSE ARQ-EVENTOS.
           PERFORM 9820-ENCERRAR-RELATORIO.
           CLOSE ARQ-RELATORIO.

      * QUADRO DE IMPRESSAO PADRAO DAS EXCECOES (IMPRESSO.CPY):
      * QUEBRA DE PAGINA COM TITULO E COLUNAS E MARCA DE FIM
       9800-IMPRIMIR-LINHA.
           IF WRK-IMP-LINHA >= WRK-IMP-LINHAS-PAG
               PERFORM 9810-NOVA-PAGINA
           END-IF.
           WRITE REG-RELATORIO FROM WRK-IMP-AREA.
           ADD 1 TO WRK-IMP-LINHA.

       9810-NOVA-PAGINA.
           ADD 1 TO WRK-IMP-PAGINA.
           MOVE WRK-IMP-PAGINA TO WRK-IMP-PAGINA-ED.
           WRITE REG-RELATORIO FROM WRK-IMP-CAB-PAGINA.
           WRITE REG-RELATORIO FROM WRK-LINHA-CABECALHO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 3 TO WRK-IMP-LINHA.

       9820-ENCERRAR-RELATORIO.
           WRITE REG-RELATORIO FROM WRK-IMP-FIM-RELATORIO.

           COPY GRAVALOG.

           COPY GRAVACAT.

           COPY BUSCAEVT.
