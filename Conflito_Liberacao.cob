       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFLITO-LIBERACAO.
      ***************************
      * Área de comentários
      * OBJETIVO: RELATORIO SEMANAL DE SEGREGACAO DE FUNCOES: NOS
      * SETE DIAS QUE TERMINAM NA DATA DO CARTAO EM EXECPARM.DAT (SEM
      * DATA, HOJE), LISTA AS LIBERACOES DE PEDIDO (LIBERACOES.DAT)
      * FEITAS POR QUEM DIGITOU O PEDIDO OU POR QUEM O ALTEROU DEPOIS
      * (OPERADOR DO CABECALHO NO PEDIDOS.DAT ATUAL) E OS ESTORNOS DE
      * PAGAMENTO (ESTORNOS.DAT) FEITOS POR QUEM DIGITOU O PAGAMENTO.
      * SAI EM CONFLITOS.DYYYYMMDD.RPT, ANOTADO NO RELCAT.DAT
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDIDOS.

           SELECT ARQ-LIBERACOES ASSIGN TO 'LIBERACOES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIBERACOES.

           SELECT ARQ-ESTORNOS ASSIGN TO 'ESTORNOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTORNOS.

           SELECT ARQ-RELATORIO ASSIGN TO DYNAMIC WRK-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

           SELECT ARQ-CATALOGO ASSIGN TO 'RELCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CATALOGO.

           SELECT ARQ-EXECPARM ASSIGN TO 'EXECPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXECPARM.

           SELECT ARQ-RUNLOG ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA DIVISION.
       FILE SECTION.
      * CABECALHO DO PEDIDO (TIPO '1'): NUMERO NAS POSICOES 2-7 E
      * OPERADOR QUE DIGITOU OU ALTEROU POR ULTIMO NAS POSICOES 32-51
       FD  ARQ-PEDIDOS
           RECORDING MODE IS F.
       01  REG-PEDIDO         PIC X(57).

       FD  ARQ-LIBERACOES
           RECORDING MODE IS F.
       01  REG-LIBERACAO.
           05 LBR-DATA          PIC 9(08).
           05 LBR-PEDIDO        PIC 9(06).
           05 LBR-MODO          PIC X(01).
           05 LBR-LIBERADOR     PIC X(20).
           05 LBR-DIGITADOR     PIC X(20).
           05 LBR-DELEGACAO     PIC X(01).

       FD  ARQ-ESTORNOS
           RECORDING MODE IS F.
       01  REG-ESTORNO.
           05 EST-DOCUMENTO   PIC 9(07).
           05 EST-CLIENTE     PIC X(06).
           05 EST-DATA        PIC 9(08).
           05 EST-VALOR       PIC 9(11)V99.
           05 EST-APLICADO    PIC 9(11)V99.
           05 EST-DATA-PAG    PIC 9(08).
           05 EST-DIGITADOR   PIC X(20).
           05 EST-OPERADOR    PIC X(20).
           05 EST-MOTIVO      PIC X(30).

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO      PIC X(132).

       FD  ARQ-CATALOGO
           RECORDING MODE IS F.
       01  REG-CATALOGO       PIC X(57).

       FD  ARQ-EXECPARM
           RECORDING MODE IS F.
       01  REG-EXECPARM       PIC X(26).

       FD  ARQ-RUNLOG
           RECORDING MODE IS F.
       01  REG-RUNLOG         PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-PEDIDOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-LIBERACOES PIC X(02) VALUE ZEROS.
       77 WRK-FS-ESTORNOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATALOGO PIC X(02) VALUE ZEROS.
       77 WRK-FS-EXECPARM PIC X(02) VALUE ZEROS.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WRK-EOF-ARQUIVO PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO VALUE 'S'.

       COPY RUNLOG.

       COPY CATREL.

       COPY IMPRESSO.

       COPY EXECPARM.

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

      * SEMANA ANALISADA: SETE DIAS ATE A DATA FINAL, INCLUSIVE
       77 WRK-DATA-INI PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ED PIC 9(04)/99/99.

      * OPERADOR ATUAL DE CADA CABECALHO DO PEDIDOS.DAT
       77 WRK-QTD-DIG PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-DIG PIC 9(03) COMP VALUE ZEROS.
       01 TAB-DIGITADORES.
           05 TAB-DIG-ITEM OCCURS 500 TIMES.
               10 TAB-DIG-PEDIDO   PIC 9(06).
               10 TAB-DIG-OPERADOR PIC X(20).
       77 WRK-DIGITADOR-ATUAL PIC X(20) VALUE SPACES.

       77 WRK-CONT-LIBERACOES PIC 9(06) VALUE ZEROS.
       77 WRK-CONT-CONF-LIB PIC 9(06) VALUE ZEROS.
       77 WRK-CONT-ESTORNOS PIC 9(06) VALUE ZEROS.
       77 WRK-CONT-CONF-EST PIC 9(06) VALUE ZEROS.
       77 WRK-CONT-ED PIC ZZZZZ9 VALUE ZEROS.

      * LINHA DE DETALHE: UMA LIBERACAO OU UM ESTORNO EM CONFLITO
       01 WRK-LINHA-DETALHE.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-DATA        PIC 9(04)/99/99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-DOCUMENTO   PIC 9(07).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-TIPO        PIC X(09).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-EXECUTOR    PIC X(20).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-DIGITADOR   PIC X(20).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-DELEGACAO   PIC X(05).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-OCORRENCIA  PIC X(30).

      * CABECALHO DE COLUNAS, ALINHADO COLUNA A COLUNA COM
      * WRK-LINHA-DETALHE ACIMA, REPETIDO A CADA PAGINA
       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'DATA'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(07) VALUE 'DOCTO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(09) VALUE 'OPERACAO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(20) VALUE 'EXECUTADO POR'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(20) VALUE 'DIGITADO POR'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(05) VALUE 'DELEG'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(30) VALUE 'OCORRENCIA'.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE ZEROS TO WRK-QTD-DIG.
           MOVE ZEROS TO WRK-CONT-LIBERACOES.
           MOVE ZEROS TO WRK-CONT-CONF-LIB.
           MOVE ZEROS TO WRK-CONT-ESTORNOS.
           MOVE ZEROS TO WRK-CONT-CONF-EST.
           MOVE ZEROS TO WRK-CTL-LIDOS.
           MOVE ZEROS TO WRK-CTL-PROCESSADOS.
           MOVE ZEROS TO WRK-CTL-REJEITADOS.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           MOVE 'CONFLITO-LIBER' TO WRK-EP-PROGRAMA.
           PERFORM 9600-LER-EXECPARM.
           IF WRK-EP-DATA > ZEROS
               MOVE WRK-EP-DATA TO WRK-DATA-FIM
           ELSE
               MOVE WRK-DATA-HOJE TO WRK-DATA-FIM
           END-IF.
           COMPUTE WRK-DIAS-FIM =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-FIM).
           COMPUTE WRK-DATA-INI =
               FUNCTION DATE-OF-INTEGER(WRK-DIAS-FIM - 6).

           PERFORM 0200-CARREGAR-DIGITADORES.
           PERFORM 0300-ABRIR-RELATORIO.
           PERFORM 0400-EXAMINAR-LIBERACOES.
           PERFORM 0500-EXAMINAR-ESTORNOS.
           PERFORM 0600-IMPRIMIR-TOTAIS.
           PERFORM 9820-ENCERRAR-RELATORIO.
           CLOSE ARQ-RELATORIO.

           MOVE 'CONFLITO-LIBER' TO WRK-RL-PROGRAMA.
           PERFORM 9700-GRAVAR-CONTROLE.

           MOVE WRK-CONT-CONF-LIB TO WRK-CONT-ED.
           DISPLAY 'LIBERACOES EM CONFLITO: ' WRK-CONT-ED.
           MOVE WRK-CONT-CONF-EST TO WRK-CONT-ED.
           DISPLAY 'ESTORNOS EM CONFLITO: ' WRK-CONT-ED.
           DISPLAY 'RELATORIO EM ' WRK-NOME-RELATORIO.
           IF WRK-CONT-CONF-LIB > ZEROS
               OR WRK-CONT-CONF-EST > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * OPERADOR DE CADA CABECALHO DO PEDIDOS.DAT ATUAL: QUEM
      * ALTEROU O PEDIDO DEPOIS DA LIBERACAO APARECE AQUI
       0200-CARREGAR-DIGITADORES.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-PEDIDOS.
           IF WRK-FS-PEDIDOS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-PEDIDOS
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           IF REG-PEDIDO (1:1) = '1'
                               AND WRK-QTD-DIG < 500
                               ADD 1 TO WRK-QTD-DIG
                               MOVE REG-PEDIDO (2:6)
                                   TO TAB-DIG-PEDIDO (WRK-QTD-DIG)
                               MOVE REG-PEDIDO (32:20)
                                   TO TAB-DIG-OPERADOR (WRK-QTD-DIG)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PEDIDOS
           END-IF.

       0300-ABRIR-RELATORIO.
           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING 'CONFLITOS.D'   DELIMITED BY SIZE
                  WRK-DATA-FIM    DELIMITED BY SIZE
                  '.RPT'          DELIMITED BY SIZE
               INTO WRK-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ' WRK-NOME-RELATORIO ' - FS='
                   WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'CONFLITO-LIBER'   TO WRK-CAT-RELATORIO.
           MOVE WRK-DATA-FIM       TO WRK-CAT-DATA.
           MOVE WRK-NOME-RELATORIO TO WRK-CAT-ARQUIVO.
           MOVE 'P'                TO WRK-CAT-SITUACAO.
           PERFORM 9650-GRAVAR-CATALOGO.

           MOVE 'SEGREGACAO DE FUNCOES - CONFLITOS DA SEMANA'
               TO WRK-IMP-TITULO.
           MOVE 'CONFLITO-LIBER' TO WRK-IMP-PROGRAMA.
           MOVE WRK-DATA-FIM TO WRK-IMP-DATA.
           MOVE ZEROS TO WRK-IMP-PAGINA.
           MOVE 99 TO WRK-IMP-LINHA.

           MOVE SPACES TO WRK-IMP-AREA.
           MOVE WRK-DATA-INI TO WRK-DATA-ED.
           STRING 'PERIODO DE ' DELIMITED BY SIZE
                  WRK-DATA-ED DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  INTO WRK-IMP-AREA
           END-STRING.
           MOVE WRK-DATA-FIM TO WRK-DATA-ED.
           MOVE WRK-DATA-ED TO WRK-IMP-AREA (25:10).
           PERFORM 9800-IMPRIMIR-LINHA.

      * LIBERACAO EM CONFLITO: O LIBERADOR E QUEM DIGITOU O PEDIDO
      * (ANOTADO NA HORA DA LIBERACAO) OU E O OPERADOR ATUAL DO
      * CABECALHO (ALTEROU O PEDIDO JA LIBERADO)
       0400-EXAMINAR-LIBERACOES.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE 'LIBERACOES DE PEDIDO (LIBERACOES.DAT)'
               TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-LIBERACOES.
           IF WRK-FS-LIBERACOES = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-LIBERACOES
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           ADD 1 TO WRK-CTL-LIDOS
                           IF LBR-DATA >= WRK-DATA-INI
                               AND LBR-DATA <= WRK-DATA-FIM
                               ADD 1 TO WRK-CONT-LIBERACOES
                               PERFORM 0410-CONFERIR-LIBERACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-LIBERACOES
           END-IF.
           IF WRK-CONT-CONF-LIB = ZEROS
               MOVE '    NENHUMA' TO WRK-IMP-AREA
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.

       0410-CONFERIR-LIBERACAO.
           MOVE SPACES TO WRK-DIGITADOR-ATUAL.
           PERFORM VARYING WRK-IDX-DIG FROM 1 BY 1
                   UNTIL WRK-IDX-DIG > WRK-QTD-DIG
               IF TAB-DIG-PEDIDO (WRK-IDX-DIG) = LBR-PEDIDO
                   MOVE TAB-DIG-OPERADOR (WRK-IDX-DIG)
                       TO WRK-DIGITADOR-ATUAL
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-LD-OCORRENCIA.
           EVALUATE TRUE
               WHEN LBR-DIGITADOR NOT = SPACES
                   AND LBR-DIGITADOR = LBR-LIBERADOR
                   MOVE 'LIBEROU O QUE DIGITOU'
                       TO WRK-LD-OCORRENCIA
                   MOVE LBR-DIGITADOR TO WRK-LD-DIGITADOR
               WHEN WRK-DIGITADOR-ATUAL NOT = SPACES
                   AND WRK-DIGITADOR-ATUAL = LBR-LIBERADOR
                   MOVE 'ALTEROU O PEDIDO QUE LIBEROU'
                       TO WRK-LD-OCORRENCIA
                   MOVE WRK-DIGITADOR-ATUAL TO WRK-LD-DIGITADOR
           END-EVALUATE.
           IF WRK-LD-OCORRENCIA NOT = SPACES
               ADD 1 TO WRK-CONT-CONF-LIB
               ADD 1 TO WRK-CTL-PROCESSADOS
               MOVE LBR-DATA TO WRK-LD-DATA
               MOVE LBR-PEDIDO TO WRK-LD-DOCUMENTO
               MOVE SPACES TO WRK-LD-TIPO
               STRING 'LIBERA ' DELIMITED BY SIZE
                      LBR-MODO DELIMITED BY SIZE
                   INTO WRK-LD-TIPO
               END-STRING
               MOVE LBR-LIBERADOR TO WRK-LD-EXECUTOR
               IF LBR-DELEGACAO = 'S'
                   MOVE 'SIM' TO WRK-LD-DELEGACAO
               ELSE
                   MOVE SPACES TO WRK-LD-DELEGACAO
               END-IF
               MOVE WRK-LINHA-DETALHE TO WRK-IMP-AREA
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.

      * ESTORNO EM CONFLITO: QUEM ESTORNOU E QUEM DIGITOU O
      * PAGAMENTO (O RECEBE-PAGAMENTOS RECUSA, MAS O ARQUIVO PODE TER
      * SIDO ACERTADO POR FORA)
       0500-EXAMINAR-ESTORNOS.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE 'ESTORNOS DE PAGAMENTO (ESTORNOS.DAT)'
               TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-ESTORNOS.
           IF WRK-FS-ESTORNOS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-ESTORNOS
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           ADD 1 TO WRK-CTL-LIDOS
                           IF EST-DATA >= WRK-DATA-INI
                               AND EST-DATA <= WRK-DATA-FIM
                               ADD 1 TO WRK-CONT-ESTORNOS
                               PERFORM 0510-CONFERIR-ESTORNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ESTORNOS
           END-IF.
           IF WRK-CONT-CONF-EST = ZEROS
               MOVE '    NENHUM' TO WRK-IMP-AREA
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.

       0510-CONFERIR-ESTORNO.
           IF EST-DIGITADOR NOT = SPACES
               AND EST-DIGITADOR = EST-OPERADOR
               ADD 1 TO WRK-CONT-CONF-EST
               ADD 1 TO WRK-CTL-PROCESSADOS
               MOVE EST-DATA TO WRK-LD-DATA
               MOVE EST-DOCUMENTO TO WRK-LD-DOCUMENTO
               MOVE 'ESTORNO' TO WRK-LD-TIPO
               MOVE EST-OPERADOR TO WRK-LD-EXECUTOR
               MOVE EST-DIGITADOR TO WRK-LD-DIGITADOR
               MOVE SPACES TO WRK-LD-DELEGACAO
               MOVE 'ESTORNOU O QUE DIGITOU' TO WRK-LD-OCORRENCIA
               MOVE WRK-LINHA-DETALHE TO WRK-IMP-AREA
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.

       0600-IMPRIMIR-TOTAIS.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-CONT-LIBERACOES TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'LIBERACOES NA SEMANA: ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           MOVE WRK-CONT-CONF-LIB TO WRK-CONT-ED.
           MOVE 'EM CONFLITO: ' TO WRK-IMP-AREA (32:13).
           MOVE WRK-CONT-ED TO WRK-IMP-AREA (45:6).
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-CONT-ESTORNOS TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'ESTORNOS NA SEMANA:   ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           MOVE WRK-CONT-CONF-EST TO WRK-CONT-ED.
           MOVE 'EM CONFLITO: ' TO WRK-IMP-AREA (32:13).
           MOVE WRK-CONT-ED TO WRK-IMP-AREA (45:6).
           PERFORM 9800-IMPRIMIR-LINHA.

      * QUADRO DE IMPRESSAO PADRAO (IMPRESSO.CPY)
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

           COPY LERPARM.

           COPY GRAVALOG.

           COPY GRAVACAT.
