       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATO-CLIENTE.
      ***************************
      * Área de comentários
      * OBJETIVO: EMITIR O EXTRATO DE CONTA DO CLIENTE: PARA UM
      * CLIENTE (OU PARA TODOS OS QUE TIVERAM MOVIMENTO) NUMA FAIXA DE
      * DATAS, LISTA CADA FATURA (FATURAS.DAT), RECEBIMENTO
      * (PAGAMENTOS.DAT) E CREDITO DE CANCELAMENTO (CREDITOS.DAT) EM
      * ORDEM DE DATA, COM SALDO ANTERIOR E SALDO CORRENTE LINHA A
      * LINHA. NOME E ENDERECO VEM DO CLIENTES.DAT E O DOCUMENTO SAI
      * NO QUADRO PADRAO (IMPRESSO.CPY), COMO GERACAO DATADA ANOTADA
      * NO CATALOGO RELCAT.DAT PARA ARQUIVAR E REIMPRIMIR - O EXTRATO
      * DEIXA DE SER MONTADO A MAO. O ESTORNO DE PAGAMENTO
      * (ESTORNOS.DAT) ENTRA A DEBITO, NA DATA EM QUE FOI FEITO
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FATURAS ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-FATURAS.

           SELECT ARQ-PAGAMENTOS ASSIGN TO 'PAGAMENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAGAMENTOS.

           SELECT ARQ-CREDITOS ASSIGN TO 'CREDITOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDITOS.

           SELECT ARQ-ESTORNOS ASSIGN TO 'ESTORNOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTORNOS.

           SELECT ARQ-CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-CLIENTES.

      * O EXTRATO SAI COMO GERACAO DATADA POR CLIENTE
      * (EXTRATO.CXXXXXX.DYYYYMMDD.RPT, OU EXTRATO.TODOS.D... NA
      * EMISSAO GERAL), ANOTADA NO CATALOGO RELCAT.DAT
           SELECT ARQ-EXTRATO ASSIGN TO DYNAMIC WRK-NOME-EXTRATO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATO.

           SELECT ARQ-CATALOGO ASSIGN TO 'RELCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CATALOGO.

      * ARQUIVO DE TRABALHO DO SORT: OS MOVIMENTOS DOS QUATRO ARQUIVOS
      * SAO CLASSIFICADOS POR CLIENTE E DATA ANTES DA IMPRESSAO, PARA
      * QUE O SALDO CORRENTE SIGA A ORDEM DOS FATOS
           SELECT ARQ-CLASSIF ASSIGN TO 'SORTWK01'.
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

       FD  ARQ-PAGAMENTOS
           RECORDING MODE IS F.
       01  REG-PAGAMENTO.
           05 PAG-CLIENTE     PIC X(06).
           05 PAG-DATA        PIC 9(08).
           05 PAG-VALOR       PIC 9(11)V99.
           05 PAG-APLICADO    PIC 9(11)V99.
           05 PAG-SOBRA       PIC 9(11)V99.
           05 PAG-OPERADOR    PIC X(20).

       FD  ARQ-CREDITOS
           RECORDING MODE IS F.
       01  REG-CREDITO.
           05 CRE-PEDIDO      PIC 9(06).
           05 CRE-FATURA      PIC 9(06).
           05 CRE-CLIENTE     PIC X(06).
           05 CRE-VALOR       PIC 9(10)V99.
           05 CRE-DATA        PIC 9(08).
           05 CRE-SITUACAO    PIC X(01).
           05 CRE-SALDO       PIC 9(10)V99.
           05 CRE-DATA-APLIC  PIC 9(08).

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

       FD  ARQ-EXTRATO
           RECORDING MODE IS F.
       01  REG-EXTRATO        PIC X(132).

       FD  ARQ-CATALOGO
           RECORDING MODE IS F.
       01  REG-CATALOGO       PIC X(57).

      * UM MOVIMENTO POR REGISTRO: TIPO F=FATURA E D=NOTA DE DEBITO
      * DE MULTA E JUROS (DEBITOS), P=RECEBIMENTO E C=CREDITO (AMBOS
      * A CREDITO DO CLIENTE) E E=ESTORNO DE RECEBIMENTO (DEBITO, COM
      * O NUMERO DO PAGAMENTO EM SRT-DOC-ESTORNO). A
      * ORDEM DENTRO DO MESMO DIA POE A FATURA ANTES DO QUE A ABATE
      * E O ESTORNO DEPOIS DO PAGAMENTO
       SD  ARQ-CLASSIF.
       01  REG-CLASSIF.
           05 SRT-CLIENTE     PIC X(06).
           05 SRT-DATA        PIC 9(08).
           05 SRT-ORDEM       PIC 9(01).
           05 SRT-DOCUMENTO   PIC 9(06).
           05 SRT-TIPO        PIC X(01).
           05 SRT-REFERENCIA  PIC 9(06).
           05 SRT-VALOR       PIC 9(11)V99.
           05 SRT-DOC-ESTORNO PIC 9(07).

       WORKING-STORAGE SECTION.
       77 WRK-FS-FATURAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-PAGAMENTOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-CREDITOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-ESTORNOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIENTES PIC X(02) VALUE ZEROS.
       77 WRK-FS-EXTRATO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATALOGO PIC X(02) VALUE ZEROS.
       77 WRK-NOME-EXTRATO PIC X(30) VALUE SPACES.
       77 WRK-EOF-ARQUIVO PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-EOF-CLASSIF PIC X(01) VALUE 'N'.
         88 FIM-CLASSIF VALUE 'S'.

       COPY CATREL.

       COPY IMPRESSO.

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

      * PARAMETROS DA EMISSAO: CLIENTE EM BRANCO EMITE PARA TODOS OS
      * CLIENTES COM MOVIMENTO NA FAIXA; AS DATAS ENTRAM COMO DIGITOS
      * EM CAMPO X REDEFINIDO, COMO NAS DEMAIS ENTRADAS DE CONSOLE
       77 WRK-CLIENTE PIC X(06) VALUE SPACES.
         88 TODOS-OS-CLIENTES VALUE SPACES.
       77 WRK-DATA-INI-X PIC X(08) VALUE SPACES.
       77 WRK-DATA-INI REDEFINES WRK-DATA-INI-X PIC 9(08).
       77 WRK-DATA-FIM-X PIC X(08) VALUE SPACES.
       77 WRK-DATA-FIM REDEFINES WRK-DATA-FIM-X PIC 9(08).

      * CONTROLE DA QUEBRA POR CLIENTE: O CABECALHO DO EXTRATO SO SAI
      * QUANDO APARECE O PRIMEIRO MOVIMENTO DENTRO DA FAIXA; O QUE FOR
      * ANTERIOR A ELA SO COMPOE O SALDO ANTERIOR
       77 WRK-CLIENTE-ANT PIC X(06) VALUE SPACES.
       77 WRK-FLAG-CABECALHO PIC X(01) VALUE 'N'.
         88 CABECALHO-IMPRESSO VALUE 'S'.
       77 WRK-SALDO-ANTERIOR PIC S9(12)V99 VALUE ZEROS.
       77 WRK-SALDO PIC S9(12)V99 VALUE ZEROS.
       77 WRK-TOT-DEBITOS PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITOS PIC 9(12)V99 VALUE ZEROS.
       77 WRK-CONT-EXTRATOS PIC 9(05) VALUE ZEROS.
       77 WRK-CLI-NOME PIC X(30) VALUE SPACES.
       77 WRK-CLI-ENDERECO PIC X(30) VALUE SPACES.
       77 WRK-CLI-UF PIC X(02) VALUE SPACES.

       77 WRK-VALOR-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SALDO-ED PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DATA-ED PIC 9(04)/99/99 VALUE ZEROS.
       77 WRK-DATA2-ED PIC 9(04)/99/99 VALUE ZEROS.

       01 WRK-LINHA-MOVIMENTO.
           05 WRK-LM-DATA        PIC 9(04)/99/99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LM-HISTORICO   PIC X(30).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LM-DEBITO      PIC ZZ.ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LM-CREDITO     PIC ZZ.ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LM-SALDO       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

      * CABECALHO DE COLUNAS DO EXTRATO, ALINHADO COLUNA A COLUNA
      * COM WRK-LINHA-MOVIMENTO ACIMA, REPETIDO A CADA PAGINA
       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(10) VALUE 'DATA'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(30) VALUE 'HISTORICO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(17) VALUE '           DEBITO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(17) VALUE '          CREDITO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(18) VALUE '             SALDO'.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           MOVE 'N' TO WRK-EOF-CLASSIF.
           MOVE SPACES TO WRK-DATA-INI-X.
           MOVE SPACES TO WRK-DATA-FIM-X.
           MOVE ZEROS TO WRK-CONT-EXTRATOS.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           DISPLAY 'CODIGO DO CLIENTE (EM BRANCO = TODOS COM '
               'MOVIMENTO)'
           ACCEPT WRK-CLIENTE FROM CONSOLE.
           PERFORM WITH TEST AFTER UNTIL WRK-DATA-INI-X NUMERIC
               DISPLAY 'DATA INICIAL (AAAAMMDD)'
               ACCEPT WRK-DATA-INI-X FROM CONSOLE
               IF WRK-DATA-INI-X NOT NUMERIC
                   DISPLAY 'DATA INVALIDA - SO DIGITOS'
               END-IF
           END-PERFORM.
           PERFORM WITH TEST AFTER UNTIL WRK-DATA-FIM-X NUMERIC
               AND WRK-DATA-FIM >= WRK-DATA-INI
               DISPLAY 'DATA FINAL (AAAAMMDD)'
               ACCEPT WRK-DATA-FIM-X FROM CONSOLE
               IF WRK-DATA-FIM-X NOT NUMERIC
                   DISPLAY 'DATA INVALIDA - SO DIGITOS'
               ELSE
                   IF WRK-DATA-FIM < WRK-DATA-INI
                       DISPLAY 'DATA FINAL ANTERIOR A INICIAL'
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 0200-ABRIR-ARQUIVOS.
           SORT ARQ-CLASSIF
               ON ASCENDING KEY SRT-CLIENTE
                                SRT-DATA
                                SRT-ORDEM
                                SRT-DOCUMENTO
               INPUT PROCEDURE IS 0300-SELECIONAR-MOVIMENTOS
               OUTPUT PROCEDURE IS 0400-IMPRIMIR-EXTRATOS.
           IF WRK-CONT-EXTRATOS = 0
               MOVE SPACES TO WRK-IMP-AREA
               STRING 'NENHUM MOVIMENTO NA FAIXA INFORMADA'
                   DELIMITED BY SIZE INTO WRK-IMP-AREA
               END-STRING
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0600-FECHAR-ARQUIVOS.
           DISPLAY 'EXTRATOS EMITIDOS: ' WRK-CONT-EXTRATOS
               ' EM ' WRK-NOME-EXTRATO.
           GOBACK.

       0200-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-CLIENTES.
           IF WRK-FS-CLIENTES NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTES.DAT - FS='
                   WRK-FS-CLIENTES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WRK-NOME-EXTRATO.
           MOVE SPACES TO WRK-CAT-RELATORIO.
           IF TODOS-OS-CLIENTES
               STRING 'EXTRATO.TODOS.D' DELIMITED BY SIZE
                      WRK-DATA-HOJE     DELIMITED BY SIZE
                      '.RPT'            DELIMITED BY SIZE
                   INTO WRK-NOME-EXTRATO
               END-STRING
               MOVE 'EXTRATO TODOS' TO WRK-CAT-RELATORIO
           ELSE
               STRING 'EXTRATO.'        DELIMITED BY SIZE
                      WRK-CLIENTE       DELIMITED BY SPACE
                      '.D'              DELIMITED BY SIZE
                      WRK-DATA-HOJE     DELIMITED BY SIZE
                      '.RPT'            DELIMITED BY SIZE
                   INTO WRK-NOME-EXTRATO
               END-STRING
               STRING 'EXTRATO '        DELIMITED BY SIZE
                      WRK-CLIENTE       DELIMITED BY SIZE
                   INTO WRK-CAT-RELATORIO
               END-STRING
           END-IF.
           OPEN OUTPUT ARQ-EXTRATO.
           IF WRK-FS-EXTRATO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ' WRK-NOME-EXTRATO ' - FS='
                   WRK-FS-EXTRATO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WRK-DATA-HOJE    TO WRK-CAT-DATA.
           MOVE WRK-NOME-EXTRATO TO WRK-CAT-ARQUIVO.
           MOVE 'P'              TO WRK-CAT-SITUACAO.
           PERFORM 9650-GRAVAR-CATALOGO.

           MOVE 'EXTRATO DE CONTA DO CLIENTE' TO WRK-IMP-TITULO.
           MOVE 'EXTRATO-CLIENTE' TO WRK-IMP-PROGRAMA.
           MOVE WRK-DATA-HOJE TO WRK-IMP-DATA.
           MOVE ZEROS TO WRK-IMP-PAGINA.
           MOVE 99 TO WRK-IMP-LINHA.

      * ENTRADA DO SORT: OS TRES ARQUIVOS SAO LIDOS POR INTEIRO E
      * TODO MOVIMENTO DO CLIENTE PEDIDO (OU DE QUALQUER CLIENTE) ATE
      * A DATA FINAL VAI PARA A CLASSIFICACAO - O QUE FOR ANTERIOR A
      * DATA INICIAL ENTRA SO NO SALDO ANTERIOR
       0300-SELECIONAR-MOVIMENTOS.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-FATURAS.
           IF WRK-FS-FATURAS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-FATURAS
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           PERFORM 0310-LIBERAR-FATURA
                   END-READ
               END-PERFORM
               CLOSE ARQ-FATURAS
           END-IF.

           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-PAGAMENTOS.
           IF WRK-FS-PAGAMENTOS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-PAGAMENTOS
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           PERFORM 0320-LIBERAR-PAGAMENTO
                   END-READ
               END-PERFORM
               CLOSE ARQ-PAGAMENTOS
           END-IF.

           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-CREDITOS.
           IF WRK-FS-CREDITOS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-CREDITOS
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           PERFORM 0330-LIBERAR-CREDITO
                   END-READ
               END-PERFORM
               CLOSE ARQ-CREDITOS
           END-IF.

           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-ESTORNOS.
           IF WRK-FS-ESTORNOS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-ESTORNOS
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           PERFORM 0340-LIBERAR-ESTORNO
                   END-READ
               END-PERFORM
               CLOSE ARQ-ESTORNOS
           END-IF.

       0310-LIBERAR-FATURA.
           IF (TODOS-OS-CLIENTES OR FAT-CLIENTE = WRK-CLIENTE)
               AND FAT-DATA <= WRK-DATA-FIM
               MOVE FAT-CLIENTE TO SRT-CLIENTE
               MOVE FAT-DATA    TO SRT-DATA
               MOVE 1           TO SRT-ORDEM
               MOVE FAT-NUMERO  TO SRT-DOCUMENTO
               MOVE 'F'         TO SRT-TIPO
               MOVE ZEROS       TO SRT-REFERENCIA
               IF FAT-TIPO = 'D'
                   MOVE 'D'     TO SRT-TIPO
                   IF FAT-ORIGEM NUMERIC
                       MOVE FAT-ORIGEM TO SRT-REFERENCIA
                   END-IF
               END-IF
               MOVE FAT-VALOR   TO SRT-VALOR
               MOVE ZEROS       TO SRT-DOC-ESTORNO
               RELEASE REG-CLASSIF
           END-IF.

       0320-LIBERAR-PAGAMENTO.
           IF (TODOS-OS-CLIENTES OR PAG-CLIENTE = WRK-CLIENTE)
               AND PAG-DATA <= WRK-DATA-FIM
               MOVE PAG-CLIENTE TO SRT-CLIENTE
               MOVE PAG-DATA    TO SRT-DATA
               MOVE 2           TO SRT-ORDEM
               MOVE ZEROS       TO SRT-DOCUMENTO
               MOVE 'P'         TO SRT-TIPO
               MOVE ZEROS       TO SRT-REFERENCIA
               MOVE PAG-VALOR   TO SRT-VALOR
               MOVE ZEROS       TO SRT-DOC-ESTORNO
               RELEASE REG-CLASSIF
           END-IF.

       0330-LIBERAR-CREDITO.
           IF (TODOS-OS-CLIENTES OR CRE-CLIENTE = WRK-CLIENTE)
               AND CRE-DATA <= WRK-DATA-FIM
               MOVE CRE-CLIENTE TO SRT-CLIENTE
               MOVE CRE-DATA    TO SRT-DATA
               MOVE 3           TO SRT-ORDEM
               MOVE CRE-PEDIDO  TO SRT-DOCUMENTO
               MOVE 'C'         TO SRT-TIPO
               MOVE CRE-FATURA  TO SRT-REFERENCIA
               MOVE CRE-VALOR   TO SRT-VALOR
               MOVE ZEROS       TO SRT-DOC-ESTORNO
               RELEASE REG-CLASSIF
           END-IF.

       0340-LIBERAR-ESTORNO.
           IF (TODOS-OS-CLIENTES OR EST-CLIENTE = WRK-CLIENTE)
               AND EST-DATA <= WRK-DATA-FIM
               MOVE EST-CLIENTE   TO SRT-CLIENTE
               MOVE EST-DATA      TO SRT-DATA
               MOVE 4             TO SRT-ORDEM
               MOVE ZEROS         TO SRT-DOCUMENTO
               MOVE 'E'           TO SRT-TIPO
               MOVE ZEROS         TO SRT-REFERENCIA
               MOVE EST-VALOR     TO SRT-VALOR
               MOVE EST-DOCUMENTO TO SRT-DOC-ESTORNO
               RELEASE REG-CLASSIF
           END-IF.

      * SAIDA DO SORT: QUEBRA POR CLIENTE. CADA EXTRATO ABRE EM
      * PAGINA PROPRIA, COM NOME E ENDERECO DO CADASTRO E O SALDO
      * ANTERIOR, E FECHA COM OS TOTAIS DO PERIODO E O SALDO FINAL
       0400-IMPRIMIR-EXTRATOS.
           MOVE 'N' TO WRK-EOF-CLASSIF.
           MOVE SPACES TO WRK-CLIENTE-ANT.
           PERFORM 0410-RETORNAR-CLASSIF.
           PERFORM UNTIL FIM-CLASSIF
               IF SRT-CLIENTE NOT = WRK-CLIENTE-ANT
                   IF WRK-CLIENTE-ANT NOT = SPACES
                       PERFORM 0450-FECHAR-EXTRATO
                   END-IF
                   PERFORM 0420-INICIAR-CLIENTE
               END-IF
               IF SRT-DATA < WRK-DATA-INI
                   PERFORM 0430-ACUMULAR-ANTERIOR
               ELSE
                   IF NOT CABECALHO-IMPRESSO
                       PERFORM 0440-ABRIR-EXTRATO
                   END-IF
                   PERFORM 0445-IMPRIMIR-MOVIMENTO
               END-IF
               PERFORM 0410-RETORNAR-CLASSIF
           END-PERFORM.
           IF WRK-CLIENTE-ANT NOT = SPACES
               PERFORM 0450-FECHAR-EXTRATO
           END-IF.

       0410-RETORNAR-CLASSIF.
           RETURN ARQ-CLASSIF
               AT END
                   MOVE 'S' TO WRK-EOF-CLASSIF
           END-RETURN.

       0420-INICIAR-CLIENTE.
           MOVE SRT-CLIENTE TO WRK-CLIENTE-ANT.
           MOVE 'N' TO WRK-FLAG-CABECALHO.
           MOVE ZEROS TO WRK-SALDO-ANTERIOR.
           MOVE ZEROS TO WRK-TOT-DEBITOS.
           MOVE ZEROS TO WRK-TOT-CREDITOS.
           MOVE SPACES TO WRK-CLI-ENDERECO.
           MOVE SPACES TO WRK-CLI-UF.
           MOVE SRT-CLIENTE TO CLI-CODIGO.
           READ ARQ-CLIENTES
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO WRK-CLI-NOME
               NOT INVALID KEY
                   MOVE CLI-NOME      TO WRK-CLI-NOME
                   MOVE CLI-ENDERECO  TO WRK-CLI-ENDERECO
                   MOVE CLI-UF-PADRAO TO WRK-CLI-UF
           END-READ.

       0430-ACUMULAR-ANTERIOR.
           IF SRT-TIPO = 'F' OR 'D' OR 'E'
               ADD SRT-VALOR TO WRK-SALDO-ANTERIOR
           ELSE
               SUBTRACT SRT-VALOR FROM WRK-SALDO-ANTERIOR
           END-IF.

       0440-ABRIR-EXTRATO.
           SET CABECALHO-IMPRESSO TO TRUE.
           ADD 1 TO WRK-CONT-EXTRATOS.
           MOVE WRK-SALDO-ANTERIOR TO WRK-SALDO.
           MOVE 99 TO WRK-IMP-LINHA.

           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'CLIENTE ' DELIMITED BY SIZE
                  WRK-CLIENTE-ANT DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WRK-CLI-NOME DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'ENDERECO ' DELIMITED BY SIZE
                  WRK-CLI-ENDERECO DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WRK-CLI-UF DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-DATA-INI TO WRK-DATA-ED.
           MOVE WRK-DATA-FIM TO WRK-DATA2-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'PERIODO DE ' DELIMITED BY SIZE
                  WRK-DATA-ED DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  WRK-DATA2-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

           MOVE WRK-DATA-INI TO WRK-LM-DATA.
           MOVE 'SALDO ANTERIOR' TO WRK-LM-HISTORICO.
           MOVE ZEROS TO WRK-LM-DEBITO.
           MOVE ZEROS TO WRK-LM-CREDITO.
           MOVE WRK-SALDO TO WRK-LM-SALDO.
           MOVE WRK-LINHA-MOVIMENTO TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

      * FATURA E NOTA DE DEBITO SOBEM O SALDO; RECEBIMENTO E CREDITO
      * O ABATEM. SALDO NEGATIVO E DINHEIRO DO CLIENTE CONOSCO (SOBRA
      * DE PAGAMENTO OU CREDITO AINDA NAO APLICADO)
       0445-IMPRIMIR-MOVIMENTO.
           MOVE SRT-DATA TO WRK-LM-DATA.
           MOVE SPACES TO WRK-LM-HISTORICO.
           MOVE ZEROS TO WRK-LM-DEBITO.
           MOVE ZEROS TO WRK-LM-CREDITO.
           EVALUATE SRT-TIPO
               WHEN 'F'
                   STRING 'FATURA ' DELIMITED BY SIZE
                          SRT-DOCUMENTO DELIMITED BY SIZE
                       INTO WRK-LM-HISTORICO
                   END-STRING
                   MOVE SRT-VALOR TO WRK-LM-DEBITO
                   ADD SRT-VALOR TO WRK-SALDO
                   ADD SRT-VALOR TO WRK-TOT-DEBITOS
               WHEN 'D'
                   STRING 'NOTA DEBITO ' DELIMITED BY SIZE
                          SRT-DOCUMENTO DELIMITED BY SIZE
                          ' FAT ' DELIMITED BY SIZE
                          SRT-REFERENCIA DELIMITED BY SIZE
                       INTO WRK-LM-HISTORICO
                   END-STRING
                   MOVE SRT-VALOR TO WRK-LM-DEBITO
                   ADD SRT-VALOR TO WRK-SALDO
                   ADD SRT-VALOR TO WRK-TOT-DEBITOS
               WHEN 'P'
                   MOVE 'RECEBIMENTO' TO WRK-LM-HISTORICO
                   MOVE SRT-VALOR TO WRK-LM-CREDITO
                   SUBTRACT SRT-VALOR FROM WRK-SALDO
                   ADD SRT-VALOR TO WRK-TOT-CREDITOS
               WHEN 'E'
                   STRING 'ESTORNO RECEB. ' DELIMITED BY SIZE
                          SRT-DOC-ESTORNO DELIMITED BY SIZE
                       INTO WRK-LM-HISTORICO
                   END-STRING
                   MOVE SRT-VALOR TO WRK-LM-DEBITO
                   ADD SRT-VALOR TO WRK-SALDO
                   ADD SRT-VALOR TO WRK-TOT-DEBITOS
               WHEN OTHER
                   STRING 'CREDITO PEDIDO ' DELIMITED BY SIZE
                          SRT-DOCUMENTO DELIMITED BY SIZE
                          ' FAT ' DELIMITED BY SIZE
                          SRT-REFERENCIA DELIMITED BY SIZE
                       INTO WRK-LM-HISTORICO
                   END-STRING
                   MOVE SRT-VALOR TO WRK-LM-CREDITO
                   SUBTRACT SRT-VALOR FROM WRK-SALDO
                   ADD SRT-VALOR TO WRK-TOT-CREDITOS
           END-EVALUATE.
           MOVE WRK-SALDO TO WRK-LM-SALDO.
           MOVE WRK-LINHA-MOVIMENTO TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

      * CLIENTE SEM MOVIMENTO NA FAIXA: NA EMISSAO GERAL ELE NAO
      * RECEBE EXTRATO; NA EMISSAO DE UM CLIENTE SO, O EXTRATO SAI
      * COM O SALDO ANTERIOR E O AVISO DE PERIODO SEM MOVIMENTO
       0450-FECHAR-EXTRATO.
           IF NOT CABECALHO-IMPRESSO AND NOT TODOS-OS-CLIENTES
               PERFORM 0440-ABRIR-EXTRATO
               MOVE SPACES TO WRK-IMP-AREA
               STRING 'SEM MOVIMENTO NO PERIODO' DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.
           IF CABECALHO-IMPRESSO
               MOVE SPACES TO WRK-IMP-AREA
               PERFORM 9800-IMPRIMIR-LINHA
               MOVE WRK-DATA-FIM TO WRK-LM-DATA
               MOVE 'TOTAIS DO PERIODO / SALDO FINAL'
                   TO WRK-LM-HISTORICO
               MOVE WRK-TOT-DEBITOS  TO WRK-LM-DEBITO
               MOVE WRK-TOT-CREDITOS TO WRK-LM-CREDITO
               MOVE WRK-SALDO        TO WRK-LM-SALDO
               MOVE WRK-LINHA-MOVIMENTO TO WRK-IMP-AREA
               PERFORM 9800-IMPRIMIR-LINHA
               IF WRK-SALDO < ZEROS
                   MOVE SPACES TO WRK-IMP-AREA
                   STRING 'SALDO NEGATIVO = CREDITO A FAVOR DO CLIENTE'
                       DELIMITED BY SIZE INTO WRK-IMP-AREA
                   END-STRING
                   PERFORM 9800-IMPRIMIR-LINHA
               END-IF
           END-IF.

       0600-FECHAR-ARQUIVOS.
           CLOSE ARQ-CLIENTES.
           PERFORM 9820-ENCERRAR-RELATORIO.
           CLOSE ARQ-EXTRATO.

      * QUADRO DE IMPRESSAO PADRAO DO EXTRATO (IMPRESSO.CPY):
      * QUEBRA DE PAGINA COM TITULO E COLUNAS E MARCA DE FIM
       9800-IMPRIMIR-LINHA.
           IF WRK-IMP-LINHA >= WRK-IMP-LINHAS-PAG
               PERFORM 9810-NOVA-PAGINA
           END-IF.
           WRITE REG-EXTRATO FROM WRK-IMP-AREA.
           ADD 1 TO WRK-IMP-LINHA.

       9810-NOVA-PAGINA.
           ADD 1 TO WRK-IMP-PAGINA.
           MOVE WRK-IMP-PAGINA TO WRK-IMP-PAGINA-ED.
           WRITE REG-EXTRATO FROM WRK-IMP-CAB-PAGINA.
           WRITE REG-EXTRATO FROM WRK-LINHA-CABECALHO.
           MOVE SPACES TO REG-EXTRATO.
           WRITE REG-EXTRATO.
           MOVE 3 TO WRK-IMP-LINHA.

       9820-ENCERRAR-RELATORIO.
           WRITE REG-EXTRATO FROM WRK-IMP-FIM-RELATORIO.

           COPY GRAVACAT.
