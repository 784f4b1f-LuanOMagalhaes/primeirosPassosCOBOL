       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGUA-COBRANCA.
      ***************************
      * Área de comentários
      * OBJETIVO: EMITIR AS CARTAS DE COBRANCA A PARTIR DO
      * ENVELHECIMENTO DO CONTAS A RECEBER. LE OS SALDOS ABERTOS DE
      * FATURAS.DAT, ACHA A FATURA MAIS ANTIGA DE CADA CLIENTE E
      * ENQUADRA O CLIENTE NA REGUA: LEMBRETE AMIGAVEL A PARTIR DE 15
      * DIAS, NOTIFICACAO FORMAL A PARTIR DE 45 E AVISO FINAL COM
      * AMEACA DE BLOQUEIO DE CREDITO A PARTIR DE 90. O HISTORICO
      * COBRANCA.HST GUARDA O ESTAGIO DE CADA CLIENTE PARA QUE A MESMA
      * CARTA NAO SAIA DUAS VEZES; O FRETE LE ESSE HISTORICO E BLOQUEIA
      * O CLIENTE QUE ESTA NO AVISO FINAL. AS CARTAS SAEM UMA POR
      * PAGINA EM CARTAS.DYYYYMMDD.RPT, ANOTADO NO RELCAT.DAT
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FATURAS ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-FATURAS.

           SELECT ARQ-CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-CLIENTES.

      * HISTORICO DA REGUA: UMA LINHA POR MUDANCA DE ESTAGIO DO
      * CLIENTE, NA ORDEM DAS RODADAS. A ULTIMA LINHA DO CLIENTE E O
      * ESTAGIO EM QUE ELE ESTA (0 = REGULARIZADO). CARTA = S QUANDO A
      * MUDANCA GEROU CARTA, N QUANDO O CLIENTE SO RECUOU NA REGUA
           SELECT ARQ-HISTORICO ASSIGN TO 'COBRANCA.HST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.

      * AS CARTAS SAEM COMO GERACAO DATADA (CARTAS.DYYYYMMDD.RPT),
      * ANOTADA NO CATALOGO RELCAT.DAT COMO OS DEMAIS RELATORIOS
           SELECT ARQ-CARTAS ASSIGN TO DYNAMIC WRK-NOME-CARTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARTAS.

           SELECT ARQ-CATALOGO ASSIGN TO 'RELCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CATALOGO.

           SELECT ARQ-RUNLOG ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FATURAS.
       01  REG-FATURA.
           05 FAT-NUMERO      PIC 9(06).
           05 FAT-CLIENTE     PIC X(06).
           05 FAT-DATA        PIC 9(08).
           05 FAT-VALOR       PIC 9(11)V99.
           05 FAT-SALDO       PIC 9(11)V99.
           05 FAT-SITUACAO    PIC X(01).
           05 FAT-TIPO        PIC X(01).
           05 FAT-ORIGEM      PIC 9(06).
           05 FAT-ICMS        PIC 9(09)V99.

       FD  ARQ-CLIENTES.
       01  REG-CLIENTE.
           05 CLI-CODIGO      PIC X(06).
           05 CLI-NOME        PIC X(30).
           05 CLI-ENDERECO    PIC X(30).
           05 CLI-UF-PADRAO   PIC X(02).
           05 CLI-LIMITE-CREDITO PIC 9(09)V99.
           05 CLI-CONSOLIDA   PIC X(01).
           05 CLI-SITUACAO    PIC X(01).
           05 CLI-SUCESSOR    PIC X(06).

       FD  ARQ-HISTORICO
           RECORDING MODE IS F.
       01  REG-HISTORICO.
           05 HIS-CLIENTE     PIC X(06).
           05 HIS-ESTAGIO     PIC 9(01).
           05 HIS-DATA        PIC 9(08).
           05 HIS-FATURA      PIC 9(06).
           05 HIS-SALDO       PIC 9(11)V99.
           05 HIS-CARTA       PIC X(01).

       FD  ARQ-CARTAS
           RECORDING MODE IS F.
       01  REG-CARTA          PIC X(132).

       FD  ARQ-CATALOGO
           RECORDING MODE IS F.
       01  REG-CATALOGO       PIC X(57).

       FD  ARQ-RUNLOG
           RECORDING MODE IS F.
       01  REG-RUNLOG         PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-FATURAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIENTES PIC X(02) VALUE ZEROS.
       77 WRK-FS-HISTORICO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARTAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATALOGO PIC X(02) VALUE ZEROS.
       77 WRK-NOME-CARTAS PIC X(30) VALUE SPACES.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-EOF-FATURAS PIC X(01) VALUE 'N'.
         88 FIM-FATURAS VALUE 'S'.
       77 WRK-FLAG-CADASTRO PIC X(01) VALUE 'N'.
         88 CADASTRO-ABERTO VALUE 'S'.
       77 WRK-EOF-HISTORICO PIC X(01) VALUE 'N'.
         88 FIM-HISTORICO VALUE 'S'.

       COPY RUNLOG.

       COPY CATREL.

       COPY IMPRESSO.

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).
       77 WRK-DIA-HOJE PIC 9(07) VALUE ZEROS.

      * DEGRAUS DA REGUA EM DIAS DESDE A EMISSAO DA FATURA ABERTA
      * MAIS ANTIGA, A MESMA IDADE DO ENVELHECIMENTO DO CONTASREC.RPT
       77 WRK-DIAS-LEMBRETE PIC 9(03) VALUE 15.
       77 WRK-DIAS-NOTIFICACAO PIC 9(03) VALUE 45.
       77 WRK-DIAS-AVISO-FINAL PIC 9(03) VALUE 90.

      * SITUACAO DE CADA CLIENTE COM SALDO ABERTO OU COM HISTORICO:
      * ESTAGIO ATUAL (ULTIMA LINHA DO HISTORICO) E ESTAGIO APURADO
      * HOJE PELA FATURA MAIS ANTIGA
       77 WRK-QTD-CLIENTES PIC 9(03) VALUE ZEROS.
       01 TAB-CLIENTES.
           05 TAB-CLI-ITEM OCCURS 200 TIMES
                            INDEXED BY IDX-CLI.
               10 TAB-CLI-CODIGO      PIC X(06).
               10 TAB-CLI-ESTAGIO-ANT PIC 9(01).
               10 TAB-CLI-ESTAGIO     PIC 9(01).
               10 TAB-CLI-IDADE       PIC 9(05).
               10 TAB-CLI-FATURA      PIC 9(06).
               10 TAB-CLI-SALDO       PIC 9(11)V99.
       77 WRK-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CLIENTE PIC X(06) VALUE SPACES.
       77 WRK-IDADE PIC 9(05) VALUE ZEROS.

       77 WRK-CONT-LEMBRETES PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-NOTIFICACOES PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-AVISOS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-RECUOS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-CARTAS PIC 9(05) VALUE ZEROS.

       77 WRK-VALOR-ED PIC ZZ.ZZZ.ZZZ.ZZZ,ZZ VALUE ZEROS.
       77 WRK-CONT-ED PIC ZZZZ9 VALUE ZEROS.

       01 WRK-LINHA-FATURA.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WRK-LF-FATURA      PIC 9(06).
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WRK-LF-EMISSAO     PIC 9(04)/99/99.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WRK-LF-IDADE       PIC ZZZZ9.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WRK-LF-SALDO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      * CABECALHO DE COLUNAS DAS FATURAS DA CARTA, ALINHADO COLUNA A
      * COLUNA COM WRK-LINHA-FATURA ACIMA, IMPRESSO NO CORPO DA CARTA
       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE 'FATURA'.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'EMISSAO'.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 FILLER             PIC X(05) VALUE ' DIAS'.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 FILLER             PIC X(17) VALUE '  SALDO EM ABERTO'.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-FATURAS.
           MOVE 'N' TO WRK-FLAG-CADASTRO.
           MOVE 'N' TO WRK-EOF-HISTORICO.
           MOVE ZEROS TO WRK-CTL-LIDOS.
           MOVE ZEROS TO WRK-CTL-PROCESSADOS.
           MOVE ZEROS TO WRK-CTL-REJEITADOS.
           MOVE ZEROS TO WRK-QTD-CLIENTES.
           MOVE ZEROS TO WRK-CONT-LEMBRETES.
           MOVE ZEROS TO WRK-CONT-NOTIFICACOES.
           MOVE ZEROS TO WRK-CONT-AVISOS.
           MOVE ZEROS TO WRK-CONT-RECUOS.
           MOVE ZEROS TO WRK-CONT-CARTAS.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.
           COMPUTE WRK-DIA-HOJE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).

           PERFORM 0200-CARREGAR-HISTORICO.
           PERFORM 0300-CARREGAR-FATURAS.
           PERFORM 0400-ABRIR-ARQUIVOS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-CLIENTES
               PERFORM 0500-ENQUADRAR-CLIENTE
           END-PERFORM.
           IF WRK-CONT-CARTAS = 0
               MOVE SPACES TO WRK-IMP-AREA
               STRING 'NENHUMA CARTA DE COBRANCA NA RODADA'
                   DELIMITED BY SIZE INTO WRK-IMP-AREA
               END-STRING
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0800-FECHAR-ARQUIVOS.

           MOVE WRK-CONT-CARTAS TO WRK-CTL-PROCESSADOS.
           MOVE 'REGUA-COBRANCA' TO WRK-RL-PROGRAMA.
           PERFORM 9700-GRAVAR-CONTROLE.

           MOVE WRK-CONT-LEMBRETES TO WRK-CONT-ED.
           DISPLAY 'LEMBRETES (15 DIAS)........: ' WRK-CONT-ED.
           MOVE WRK-CONT-NOTIFICACOES TO WRK-CONT-ED.
           DISPLAY 'NOTIFICACOES (45 DIAS).....: ' WRK-CONT-ED.
           MOVE WRK-CONT-AVISOS TO WRK-CONT-ED.
           DISPLAY 'AVISOS FINAIS (90 DIAS)....: ' WRK-CONT-ED.
           MOVE WRK-CONT-RECUOS TO WRK-CONT-ED.
           DISPLAY 'CLIENTES QUE RECUARAM......: ' WRK-CONT-ED.
           DISPLAY 'CARTAS EM ' WRK-NOME-CARTAS.
           GOBACK.

      * ESTAGIO ATUAL DE CADA CLIENTE: A ULTIMA LINHA DELE NO
      * HISTORICO PREVALECE. HISTORICO AUSENTE = PRIMEIRA RODADA
       0200-CARREGAR-HISTORICO.
           OPEN INPUT ARQ-HISTORICO.
           IF WRK-FS-HISTORICO = '00'
               PERFORM UNTIL FIM-HISTORICO
                   READ ARQ-HISTORICO
                       AT END
                           MOVE 'S' TO WRK-EOF-HISTORICO
                       NOT AT END
                           MOVE HIS-CLIENTE TO WRK-CLIENTE
                           PERFORM 0350-LOCALIZAR-CLIENTE
                           IF IDX-CLI <= WRK-QTD-CLIENTES
                               AND HIS-ESTAGIO NUMERIC
                               MOVE HIS-ESTAGIO
                                   TO TAB-CLI-ESTAGIO-ANT (IDX-CLI)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-HISTORICO
           END-IF.

      * O CADASTRO FICA ABERTO ATE O FIM DA RODADA: AS FATURAS DE
      * CADA CARTA SAO RELIDAS PELA CHAVE DE CLIENTE NA EMISSAO
       0300-CARREGAR-FATURAS.
           OPEN INPUT ARQ-FATURAS.
           IF WRK-FS-FATURAS NOT = '00'
               DISPLAY 'FATURAS.DAT AUSENTE - NENHUM SALDO EM ABERTO'
           ELSE
               MOVE 'S' TO WRK-FLAG-CADASTRO
               PERFORM UNTIL FIM-FATURAS
                   READ ARQ-FATURAS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-EOF-FATURAS
                       NOT AT END
                           ADD 1 TO WRK-CTL-LIDOS
                           IF FAT-SITUACAO = 'A'
                               AND FAT-SALDO > ZEROS
                               PERFORM 0310-GUARDAR-FATURA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * A IDADE E CONTADA COMO NO ENVELHECIMENTO: DIAS DESDE A
      * EMISSAO; DATA ZERADA OU FUTURA CONTA COMO FATURA DO DIA
       0310-GUARDAR-FATURA.
           PERFORM 0315-CALCULAR-IDADE.
           MOVE FAT-CLIENTE TO WRK-CLIENTE.
           PERFORM 0350-LOCALIZAR-CLIENTE.
           IF IDX-CLI <= WRK-QTD-CLIENTES
               ADD FAT-SALDO TO TAB-CLI-SALDO (IDX-CLI)
               IF WRK-IDADE > TAB-CLI-IDADE (IDX-CLI)
                   OR TAB-CLI-FATURA (IDX-CLI) = ZEROS
                   MOVE WRK-IDADE  TO TAB-CLI-IDADE (IDX-CLI)
                   MOVE FAT-NUMERO TO TAB-CLI-FATURA (IDX-CLI)
               END-IF
           END-IF.

       0315-CALCULAR-IDADE.
           MOVE ZEROS TO WRK-IDADE.
           IF FAT-DATA NOT = ZEROS AND FAT-DATA <= WRK-DATA-HOJE
               COMPUTE WRK-IDADE = WRK-DIA-HOJE
                   - FUNCTION INTEGER-OF-DATE(FAT-DATA)
           END-IF.

      * ACHA O CLIENTE NA TABELA OU ABRE A LINHA DELE; COM A TABELA
      * CHEIA O INDICE FICA ALEM DA QUANTIDADE E O CLIENTE E IGNORADO
       0350-LOCALIZAR-CLIENTE.
           SET IDX-CLI TO 1.
           SEARCH TAB-CLI-ITEM
               AT END
                   PERFORM 0355-CRIAR-CLIENTE
               WHEN IDX-CLI > WRK-QTD-CLIENTES
                   PERFORM 0355-CRIAR-CLIENTE
               WHEN TAB-CLI-CODIGO (IDX-CLI) = WRK-CLIENTE
                   CONTINUE
           END-SEARCH.

       0355-CRIAR-CLIENTE.
           IF WRK-QTD-CLIENTES < 200
               ADD 1 TO WRK-QTD-CLIENTES
               SET IDX-CLI TO WRK-QTD-CLIENTES
               MOVE WRK-CLIENTE TO TAB-CLI-CODIGO (IDX-CLI)
               MOVE ZEROS TO TAB-CLI-ESTAGIO-ANT (IDX-CLI)
               MOVE ZEROS TO TAB-CLI-ESTAGIO (IDX-CLI)
               MOVE ZEROS TO TAB-CLI-IDADE (IDX-CLI)
               MOVE ZEROS TO TAB-CLI-FATURA (IDX-CLI)
               MOVE ZEROS TO TAB-CLI-SALDO (IDX-CLI)
           ELSE
               DISPLAY 'TABELA DE CLIENTES CHEIA - IGNORADO '
                   WRK-CLIENTE
               SET IDX-CLI TO 201
           END-IF.

       0400-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-CLIENTES.
           IF WRK-FS-CLIENTES NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTES.DAT - FS='
                   WRK-FS-CLIENTES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND ARQ-HISTORICO.
           IF WRK-FS-HISTORICO = '35'
               OPEN OUTPUT ARQ-HISTORICO
           END-IF.
           IF WRK-FS-HISTORICO NOT = '00'
               DISPLAY 'ERRO AO ABRIR COBRANCA.HST - FS='
                   WRK-FS-HISTORICO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WRK-NOME-CARTAS.
           STRING 'CARTAS.D'     DELIMITED BY SIZE
                  WRK-DATA-HOJE  DELIMITED BY SIZE
                  '.RPT'         DELIMITED BY SIZE
               INTO WRK-NOME-CARTAS
           END-STRING.
           OPEN OUTPUT ARQ-CARTAS.
           IF WRK-FS-CARTAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ' WRK-NOME-CARTAS ' - FS='
                   WRK-FS-CARTAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'CARTAS'           TO WRK-CAT-RELATORIO.
           MOVE WRK-DATA-HOJE      TO WRK-CAT-DATA.
           MOVE WRK-NOME-CARTAS    TO WRK-CAT-ARQUIVO.
           MOVE 'P'                TO WRK-CAT-SITUACAO.
           PERFORM 9650-GRAVAR-CATALOGO.

           MOVE 'CARTA DE COBRANCA' TO WRK-IMP-TITULO.
           MOVE 'REGUA-COBRANCA' TO WRK-IMP-PROGRAMA.
           MOVE WRK-DATA-HOJE TO WRK-IMP-DATA.
           MOVE ZEROS TO WRK-IMP-PAGINA.
           MOVE 99 TO WRK-IMP-LINHA.

      * A CARTA SO SAI QUANDO O CLIENTE SOBE NA REGUA: ESTAGIO JA
      * CARTEADO NAO SE REPETE. QUEM PULA DEGRAUS RECEBE SO A CARTA
      * DO ESTAGIO EM QUE CAIU. QUEM RECUA (PAGOU A FATURA MAIS
      * ANTIGA) SO TEM O NOVO ESTAGIO ANOTADO, SEM CARTA, E VOLTA A
      * RECEBER CARTAS SE ATRASAR DE NOVO
       0500-ENQUADRAR-CLIENTE.
           SET IDX-CLI TO WRK-IDX.
           EVALUATE TRUE
               WHEN TAB-CLI-SALDO (IDX-CLI) = ZEROS
                   MOVE 0 TO TAB-CLI-ESTAGIO (IDX-CLI)
               WHEN TAB-CLI-IDADE (IDX-CLI) >= WRK-DIAS-AVISO-FINAL
                   MOVE 3 TO TAB-CLI-ESTAGIO (IDX-CLI)
               WHEN TAB-CLI-IDADE (IDX-CLI) >= WRK-DIAS-NOTIFICACAO
                   MOVE 2 TO TAB-CLI-ESTAGIO (IDX-CLI)
               WHEN TAB-CLI-IDADE (IDX-CLI) >= WRK-DIAS-LEMBRETE
                   MOVE 1 TO TAB-CLI-ESTAGIO (IDX-CLI)
               WHEN OTHER
                   MOVE 0 TO TAB-CLI-ESTAGIO (IDX-CLI)
           END-EVALUATE.
           EVALUATE TRUE
               WHEN TAB-CLI-ESTAGIO (IDX-CLI) >
                    TAB-CLI-ESTAGIO-ANT (IDX-CLI)
                   PERFORM 0600-EMITIR-CARTA
                   MOVE 'S' TO HIS-CARTA
                   PERFORM 0700-GRAVAR-HISTORICO
               WHEN TAB-CLI-ESTAGIO (IDX-CLI) <
                    TAB-CLI-ESTAGIO-ANT (IDX-CLI)
                   ADD 1 TO WRK-CONT-RECUOS
                   MOVE 'N' TO HIS-CARTA
                   PERFORM 0700-GRAVAR-HISTORICO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * UMA CARTA POR PAGINA: DESTINATARIO DO CADASTRO, TEXTO DO
      * ESTAGIO, FATURAS EM ABERTO COM A IDADE E O TOTAL DEVIDO
       0600-EMITIR-CARTA.
           ADD 1 TO WRK-CONT-CARTAS.
           MOVE 99 TO WRK-IMP-LINHA.
           MOVE TAB-CLI-CODIGO (IDX-CLI) TO CLI-CODIGO.
           READ ARQ-CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO CLI-NOME
                   MOVE SPACES TO CLI-ENDERECO
                   MOVE SPACES TO CLI-UF-PADRAO
           END-READ.

           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'A ' DELIMITED BY SIZE
                  CLI-NOME DELIMITED BY SIZE
                  ' (CLIENTE ' DELIMITED BY SIZE
                  TAB-CLI-CODIGO (IDX-CLI) DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING '  ' DELIMITED BY SIZE
                  CLI-ENDERECO DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  CLI-UF-PADRAO DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

           EVALUATE TAB-CLI-ESTAGIO (IDX-CLI)
               WHEN 1
                   ADD 1 TO WRK-CONT-LEMBRETES
                   MOVE 'ASSUNTO: LEMBRETE DE PAGAMENTO'
                       TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
                   MOVE 'NAO IDENTIFICAMOS AINDA O PAGAMENTO DAS'
                       TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
                   MOVE 'FATURAS ABAIXO. SE O PAGAMENTO JA FOI'
                       TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
                   MOVE 'FEITO, FAVOR DESCONSIDERAR ESTE LEMBRETE.'
                       TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
               WHEN 2
                   ADD 1 TO WRK-CONT-NOTIFICACOES
                   MOVE 'ASSUNTO: NOTIFICACAO DE DEBITO EM ATRASO'
                       TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
                   MOVE 'AS FATURAS ABAIXO ESTAO EM ABERTO HA MAIS'
                       TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
                   MOVE 'DE 45 DIAS. SOLICITAMOS A REGULARIZACAO'
                       TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
                   MOVE 'EM ATE 10 DIAS DO RECEBIMENTO DESTA.'
                       TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
               WHEN OTHER
                   ADD 1 TO WRK-CONT-AVISOS
                   MOVE 'ASSUNTO: AVISO FINAL - BLOQUEIO DE CREDITO'
                       TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
                   MOVE 'AS FATURAS ABAIXO ESTAO EM ABERTO HA MAIS'
                       TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
                   MOVE 'DE 90 DIAS. A PARTIR DESTA DATA OS NOVOS'
                       TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
                   MOVE 'PEDIDOS FICAM BLOQUEADOS POR CREDITO ATE'
                       TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
                   MOVE 'A QUITACAO DO DEBITO.'
                       TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
           END-EVALUATE.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-LINHA-CABECALHO TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

           IF CADASTRO-ABERTO
               PERFORM 0610-LISTAR-FATURAS
           END-IF.

           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE TAB-CLI-SALDO (IDX-CLI) TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'TOTAL EM ABERTO: R$' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

      * FATURAS ABERTAS DO CLIENTE PELA CHAVE ALTERNATIVA: POSICIONA
      * NA PRIMEIRA DELE E LE ATE MUDAR O CLIENTE
       0610-LISTAR-FATURAS.
           MOVE 'N' TO WRK-EOF-FATURAS.
           MOVE TAB-CLI-CODIGO (IDX-CLI) TO FAT-CLIENTE.
           START ARQ-FATURAS KEY IS EQUAL TO FAT-CLIENTE
               INVALID KEY
                   MOVE 'S' TO WRK-EOF-FATURAS
           END-START.
           PERFORM UNTIL FIM-FATURAS
               READ ARQ-FATURAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-FATURAS
                   NOT AT END
                       IF FAT-CLIENTE NOT = TAB-CLI-CODIGO (IDX-CLI)
                           MOVE 'S' TO WRK-EOF-FATURAS
                       ELSE
                           IF FAT-SITUACAO = 'A'
                               AND FAT-SALDO > ZEROS
                               PERFORM 0315-CALCULAR-IDADE
                               MOVE FAT-NUMERO TO WRK-LF-FATURA
                               MOVE FAT-DATA   TO WRK-LF-EMISSAO
                               MOVE WRK-IDADE  TO WRK-LF-IDADE
                               MOVE FAT-SALDO  TO WRK-LF-SALDO
                               MOVE WRK-LINHA-FATURA TO WRK-IMP-AREA
                               PERFORM 9800-IMPRIMIR-LINHA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0700-GRAVAR-HISTORICO.
           MOVE TAB-CLI-CODIGO (IDX-CLI)  TO HIS-CLIENTE.
           MOVE TAB-CLI-ESTAGIO (IDX-CLI) TO HIS-ESTAGIO.
           MOVE WRK-DATA-HOJE             TO HIS-DATA.
           MOVE TAB-CLI-FATURA (IDX-CLI)  TO HIS-FATURA.
           MOVE TAB-CLI-SALDO (IDX-CLI)   TO HIS-SALDO.
           WRITE REG-HISTORICO.

       0800-FECHAR-ARQUIVOS.
           IF CADASTRO-ABERTO
               CLOSE ARQ-FATURAS
           END-IF.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-HISTORICO.
           PERFORM 9820-ENCERRAR-RELATORIO.
           CLOSE ARQ-CARTAS.

      * QUADRO DE IMPRESSAO PADRAO DAS CARTAS (IMPRESSO.CPY):
      * QUEBRA DE PAGINA COM TITULO E MARCA DE FIM. O CABECALHO DE
      * COLUNAS SO ENTRA NA LISTA DE FATURAS DA CARTA
       9800-IMPRIMIR-LINHA.
           IF WRK-IMP-LINHA >= WRK-IMP-LINHAS-PAG
               PERFORM 9810-NOVA-PAGINA
           END-IF.
           WRITE REG-CARTA FROM WRK-IMP-AREA.
           ADD 1 TO WRK-IMP-LINHA.

       9810-NOVA-PAGINA.
           ADD 1 TO WRK-IMP-PAGINA.
           MOVE WRK-IMP-PAGINA TO WRK-IMP-PAGINA-ED.
           WRITE REG-CARTA FROM WRK-IMP-CAB-PAGINA.
           MOVE SPACES TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE 2 TO WRK-IMP-LINHA.

       9820-ENCERRAR-RELATORIO.
           WRITE REG-CARTA FROM WRK-IMP-FIM-RELATORIO.

           COPY GRAVALOG.

           COPY GRAVACAT.
