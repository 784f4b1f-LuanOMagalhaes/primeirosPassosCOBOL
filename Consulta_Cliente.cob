      * (CLIENTES.DAT), OS PEDIDOS EM CARTEIRA (PEDIDOS.DAT), AS
      * COTACOES DO DIA (COTACAO.DAT), OS RETIDOS POR ALCADA
      * (PEDIDOS.HLD), OS SUSPENSOS COM MOTIVO E IDADE (PEDIDOS.SUS)
      * E AS PROMESSAS DE ENTREGA (PROMESSA.DAT), COM O HISTORICO DE
      * RASTREIO DE CADA PEDIDO PROMETIDO (EVENTOS.DAT). SOMENTE
      * LEITURA - O OPERADOR PARA DE CATAR CINCO ARQUIVOS NA MAO COM
      * O CLIENTE NA LINHA. DEVOLUCOES APARECEM MARCADAS COM O PEDIDO
      * ORIGINAL, O MOTIVO E QUEM PAGA O FRETE DA VOLTA
      * DATA = 02/09/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARQ-PROMESSAS ASSIGN TO 'PROMESSA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROMESSAS.

      * HISTORICO DE RASTREIO (CADASTRO-EVENTOS / IMPORTA-EVENTOS)
           SELECT ARQ-EVENTOS ASSIGN TO 'EVENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EVENTOS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CLIENTES.
           05 CLI-ENDERECO    PIC X(30).
           05 CLI-UF-PADRAO   PIC X(02).
           05 CLI-LIMITE-CREDITO PIC 9(09)V99.
           05 CLI-CONSOLIDA   PIC X(01).
           05 CLI-SITUACAO    PIC X(01).
           05 CLI-SUCESSOR    PIC X(06).

       FD  ARQ-PEDIDOS
           RECORDING MODE IS F.
               10 PED-METODO      PIC X(01).
               10 PED-MOEDA       PIC X(03).
               10 PED-ORIGEM      PIC X(03).
               10 PED-TIPO-PEDIDO PIC X(01).
                 88 PED-DEVOLUCAO VALUE 'D'.
               10 PED-PEDIDO-ORIGINAL PIC 9(06).
               10 PED-MOTIVO-DEVOL PIC X(02).
               10 FILLER          PIC X(26).

       FD  ARQ-COTACOES
           RECORDING MODE IS F.
           05 CTS-FRETE       PIC 9(10)V99.
           05 CTS-ORIGEM      PIC X(03).
           05 CTS-METODO      PIC X(01).
           05 CTS-VOLUME      PIC 9(04)V999.
           05 CTS-DEVOLUCAO   PIC X(01).
             88 CTS-DEVOL-COBRADA VALUE 'C'.
             88 CTS-DEVOL-ABSORVIDA VALUE 'A'.
           05 CTS-CONSOLIDACAO PIC 9(06).

       FD  ARQ-RETIDOS
           RECORDING MODE IS F.
           05 PRO-METODO      PIC X(01).
           05 PRO-DATA-ENTREGA PIC 9(08).

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

       WORKING-STORAGE SECTION.
       77 WRK-FS-CLIENTES PIC X(02) VALUE ZEROS.
       77 WRK-FS-PEDIDOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-RETIDOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-SUSPENSO PIC X(02) VALUE ZEROS.
       77 WRK-FS-PROMESSAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-EVENTOS PIC X(02) VALUE ZEROS.
       77 WRK-EOF-ARQUIVO PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO VALUE 'S'.

       77 WRK-PESO-ED PIC ZZZ.ZZZ,ZZ VALUE ZEROS.
       77 WRK-DATA-ED PIC 9(04)/99/99 VALUE ZEROS.
       77 WRK-IDADE-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-HORA-ED PIC 99B99 VALUE ZEROS.

      * PEDIDOS PROMETIDOS AO CLIENTE, GUARDADOS NA PASSADA DO
      * PROMESSA.DAT PARA O HISTORICO DE RASTREIO DE CADA UM
       77 WRK-QTD-PED-CLI PIC 9(04) VALUE ZEROS.
       01 TAB-PED-CLI.
           05 TAB-PCL-NUMERO PIC 9(06) OCCURS 200 TIMES.
       77 WRK-IDX-PCL PIC 9(04) VALUE ZEROS.
       77 WRK-CONT-EVENTOS PIC 9(04) VALUE ZEROS.

       COPY CODEVENTO.

       COPY MOTDEVOL.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE ZEROS TO WRK-QTD-PED-CLI.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.
           COMPUTE WRK-HOJE-INT =
           PERFORM 0500-MOSTRAR-RETIDOS.
           PERFORM 0600-MOSTRAR-SUSPENSOS.
           PERFORM 0700-MOSTRAR-PROMESSAS.
           PERFORM 0800-MOSTRAR-RASTREIO.
           GOBACK.

       0200-MOSTRAR-CADASTRO.
                                   ' METODO ' PED-METODO
                                   ' MOEDA ' PED-MOEDA
                                   ' ORIGEM ' PED-ORIGEM
                               IF PED-DEVOLUCAO
                                   PERFORM 0310-MOSTRAR-DEVOLUCAO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY '   NENHUM PEDIDO EM CARTEIRA'
           END-IF.

       0310-MOSTRAR-DEVOLUCAO.
           MOVE PED-MOTIVO-DEVOL TO WRK-MDV-CODIGO.
           PERFORM 9595-BUSCAR-MOTIVO-DEVOL.
           DISPLAY '      DEVOLUCAO DO PEDIDO ' PED-PEDIDO-ORIGINAL
               ' MOTIVO ' PED-MOTIVO-DEVOL ' ' WRK-MDV-DESCRICAO.

       0400-MOSTRAR-COTACOES.
           DISPLAY '-- COTACOES DO DIA (COTACAO.DAT) --'.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
                                   ' UF ' CTS-UF
                                   ' PESO ' WRK-PESO-ED
                                   ' FRETE R$' WRK-VALOR-ED
                               EVALUATE TRUE
                                   WHEN CTS-DEVOL-COBRADA
                                       DISPLAY '      DEVOLUCAO - FRETE'
                                           ' COBRADO DO CLIENTE'
                                   WHEN CTS-DEVOL-ABSORVIDA
                                       DISPLAY '      DEVOLUCAO - FRETE'
                                           ' ABSORVIDO PELA EMPRESA'
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
                                   ' UF ' PRO-UF
                                   ' METODO ' PRO-METODO
                                   ' ENTREGA PROMETIDA ' WRK-DATA-ED
                               PERFORM 0710-GUARDAR-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM
           IF WRK-CONT = 0
               DISPLAY '   NENHUMA PROMESSA EM ABERTO'
           END-IF.

       0710-GUARDAR-PEDIDO.
           IF WRK-QTD-PED-CLI < 200
               ADD 1 TO WRK-QTD-PED-CLI
               MOVE PRO-NUMERO TO TAB-PCL-NUMERO (WRK-QTD-PED-CLI)
           ELSE
               DISPLAY '   (PEDIDO ' PRO-NUMERO ' FORA DO RASTREIO - '
                   'TABELA CHEIA)'
           END-IF.

      * HISTORICO COMPLETO DE CADA PEDIDO PROMETIDO, NA ORDEM EM QUE
      * AS OCORRENCIAS FORAM REGISTRADAS; O EVENTOS.DAT E RELIDO POR
      * PEDIDO PARA O HISTORICO SAIR AGRUPADO
       0800-MOSTRAR-RASTREIO.
           DISPLAY '-- RASTREIO DAS ENTREGAS (EVENTOS.DAT) --'.
           IF WRK-QTD-PED-CLI = 0
               DISPLAY '   NENHUM PEDIDO PROMETIDO PARA RASTREAR'
           ELSE
               OPEN INPUT ARQ-EVENTOS
               IF WRK-FS-EVENTOS NOT = '00'
                   DISPLAY '   (EVENTOS.DAT AUSENTE)'
               ELSE
                   CLOSE ARQ-EVENTOS
                   PERFORM VARYING WRK-IDX-PCL FROM 1 BY 1
                           UNTIL WRK-IDX-PCL > WRK-QTD-PED-CLI
                       PERFORM 0810-MOSTRAR-HISTORICO
                   END-PERFORM
               END-IF
           END-IF.

       0810-MOSTRAR-HISTORICO.
           DISPLAY '   PEDIDO ' TAB-PCL-NUMERO (WRK-IDX-PCL).
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           MOVE ZEROS TO WRK-CONT-EVENTOS.
           OPEN INPUT ARQ-EVENTOS.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-EVENTOS
                   AT END
                       MOVE 'S' TO WRK-EOF-ARQUIVO
                   NOT AT END
                       IF EVT-PEDIDO = TAB-PCL-NUMERO (WRK-IDX-PCL)
                           PERFORM 0820-MOSTRAR-EVENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-EVENTOS.
           IF WRK-CONT-EVENTOS = 0
               DISPLAY '      SEM OCORRENCIA DE RASTREIO'
           END-IF.

       0820-MOSTRAR-EVENTO.
           ADD 1 TO WRK-CONT-EVENTOS.
           MOVE EVT-CODIGO TO WRK-CEV-CODIGO.
           PERFORM 9590-BUSCAR-CODIGO-EVENTO.
           MOVE EVT-DATA TO WRK-DATA-ED.
           MOVE EVT-HORA TO WRK-HORA-ED.
           INSPECT WRK-HORA-ED REPLACING ALL ' ' BY ':'.
           DISPLAY '      ' WRK-DATA-ED ' ' WRK-HORA-ED
               ' ' WRK-CEV-DESCRICAO
               ' ' EVT-LOCAL
               ' TRANSP ' EVT-TRANSPORTADORA.

           COPY BUSCAEVT.

           COPY BUSCADEV.
