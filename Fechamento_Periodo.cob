       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHA-PERIODO.
      ***************************
      * Área de comentários
      * OBJETIVO: FECHAMENTO CONTABIL MENSAL DO CONTAS A RECEBER. O
      * MODO F FECHA O MES SEGUINTE AO ULTIMO FECHADO: IMPRIME POR
      * CLIENTE O SALDO DE ABERTURA, O FATURADO (FATURAS E NOTAS DE
      * DEBITO), O RECEBIDO, O CREDITADO E O SALDO EM ABERTO NO FIM
      * DO MES (FECHAMENTO.DYYYYMMDD.RPT, ANOTADO NO RELCAT.DAT),
      * GRAVA ESSES SALDOS EM SALDOS.DAT COMO ABERTURA DO MES
      * SEGUINTE E ANOTA O FECHAMENTO EM PERIODOS.DAT. DALI EM DIANTE
      * FATURA-FRETE, ENCARGOS-ATRASO, RECEBE-PAGAMENTOS,
      * RETORNO-BANCARIO E O CANCELAMENTO DO CADASTRO-PEDIDOS
      * RECUSAM LANCAMENTO DATADO NO MES FECHADO. O MODO R REABRE O
      * ULTIMO MES FECHADO, SO COM USUARIO ADMINISTRADOR (NIVEL 01
      * EM USERS.DAT), E A REABERTURA E REGISTRADA NO AUDITORIA.LOG.
      * O MODO L LISTA OS FECHAMENTOS E REABERTURAS. O ESTORNO DE
      * PAGAMENTO (ESTORNOS.DAT) ABATE O RECEBIDO DO MES EM QUE FOI
      * FEITO, QUE PODE FICAR NEGATIVO. O LOGIN DA REABERTURA SEGUE O
      * DO MENU-PRINCIPAL: SENHA ERRADA CONTA TENTATIVA E BLOQUEIA A
      * CONTA NA ULTIMA PERMITIDA, E SENHA CERTA ZERA A CONTAGEM E
      * ANOTA O ULTIMO ACESSO
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MOVIMENTO DO CONTAS A RECEBER, SO LIDO
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

      * HISTORICO DE FECHAMENTOS E REABERTURAS (PERIODO.CPY)
           SELECT ARQ-PERIODOS ASSIGN TO 'PERIODOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODOS.

      * SALDO DE ABERTURA POR MES E CLIENTE, GRAVADO NO FECHAMENTO
      * DO MES ANTERIOR; SEM ABERTURA GRAVADA PARA O MES, O SALDO
      * ANTERIOR SAI DE TODO O MOVIMENTO ANTES DELE
           SELECT ARQ-SALDOS ASSIGN TO 'SALDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CHAVE
               FILE STATUS IS WRK-FS-SALDOS.

           SELECT ARQ-USUARIOS ASSIGN TO 'USERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-USUARIO
               FILE STATUS IS WRK-FS-USUARIOS.

           SELECT ARQ-AUDITORIA ASSIGN TO 'AUDITORIA.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.

      * ARQUIVO DE TRABALHO DO SORT: OS TOTAIS POR CLIENTE SAEM DA
      * TABELA EM ORDEM DE CODIGO PARA O RELATORIO
           SELECT ARQ-CLASSIF ASSIGN TO 'SORTWK01'.

      * O FECHAMENTO SAI COMO GERACAO DATADA
      * (FECHAMENTO.DYYYYMMDD.RPT), ANOTADA NO CATALOGO RELCAT.DAT
           SELECT ARQ-RELATORIO ASSIGN TO DYNAMIC WRK-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

           SELECT ARQ-CATALOGO ASSIGN TO 'RELCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CATALOGO.

           SELECT ARQ-RUNLOG ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

      * TRAVA DA JANELA DE LOTE: FECHAR OU REABRIR COM O LOTE
      * GRAVANDO FATURAS E PAGAMENTOS DEIXARIA O SALDO PELA METADE
           SELECT ARQ-TRAVA ASSIGN TO 'LOTELOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRAVA.
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

       FD  ARQ-PERIODOS
           RECORDING MODE IS F.
       01  REG-PERIODO        PIC X(35).

       FD  ARQ-SALDOS.
       01  REG-SALDO.
           05 SAL-CHAVE.
               10 SAL-ANOMES  PIC 9(06).
               10 SAL-CLIENTE PIC X(06).
           05 SAL-SALDO       PIC S9(12)V99 SIGN IS LEADING SEPARATE.
           05 SAL-DATA        PIC 9(08).

       FD  ARQ-USUARIOS.
       01  REG-USUARIO.
           05 USR-USUARIO       PIC X(20).
           05 USR-NIVEL         PIC 9(02).
           05 USR-SENHA         PIC X(10).
           05 USR-DT-TROCA      PIC 9(08).
           05 USR-TENTATIVAS    PIC 9(01).
           05 USR-BLOQUEADO     PIC X(01).
           05 USR-ULT-ACESSO    PIC 9(08).

       FD  ARQ-AUDITORIA
           RECORDING MODE IS F.
       01  REG-AUDITORIA        PIC X(96).

       SD  ARQ-CLASSIF.
       01  REG-CLASSIF.
           05 SRT-CLIENTE       PIC X(06).
           05 SRT-ABERTURA      PIC S9(12)V99.
           05 SRT-FATURADO      PIC 9(12)V99.
           05 SRT-RECEBIDO      PIC S9(12)V99.
           05 SRT-CREDITADO     PIC 9(12)V99.

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO      PIC X(132).

       FD  ARQ-CATALOGO
           RECORDING MODE IS F.
       01  REG-CATALOGO       PIC X(57).

       FD  ARQ-RUNLOG
           RECORDING MODE IS F.
       01  REG-RUNLOG         PIC X(80).

       FD  ARQ-TRAVA
           RECORDING MODE IS F.
       01  REG-TRAVA          PIC X(29).

       WORKING-STORAGE SECTION.
       77 WRK-FS-FATURAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-PAGAMENTOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-CREDITOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-ESTORNOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-PERIODOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-SALDOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-USUARIOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITORIA PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATALOGO PIC X(02) VALUE ZEROS.
       77 WRK-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRAVA PIC X(02) VALUE ZEROS.
       77 WRK-EOF-FATURAS PIC X(01) VALUE 'N'.
         88 FIM-FATURAS VALUE 'S'.
       77 WRK-EOF-PAGAMENTOS PIC X(01) VALUE 'N'.
         88 FIM-PAGAMENTOS VALUE 'S'.
       77 WRK-EOF-CREDITOS PIC X(01) VALUE 'N'.
         88 FIM-CREDITOS VALUE 'S'.
       77 WRK-EOF-ESTORNOS PIC X(01) VALUE 'N'.
         88 FIM-ESTORNOS VALUE 'S'.
       77 WRK-EOF-SALDOS PIC X(01) VALUE 'N'.
         88 FIM-SALDOS VALUE 'S'.
       77 WRK-EOF-CLASSIF PIC X(01) VALUE 'N'.
         88 FIM-CLASSIF VALUE 'S'.

       COPY TRAVALOTE.

       COPY PERIODO.

       COPY RUNLOG.

       COPY CATREL.

       COPY IMPRESSO.

       COPY SENHA.

       COPY AUDSEG.

       77 WRK-MODO PIC X(01) VALUE SPACES.
         88 MODO-FECHAR  VALUE 'F'.
         88 MODO-REABRIR VALUE 'R'.
         88 MODO-LISTAR  VALUE 'L'.

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

      * MES A FECHAR (OU REABRIR), DIGITADO COMO AAAAMM, E O MES
      * SEGUINTE, QUE RECEBE OS SALDOS COMO ABERTURA
       01 WRK-ANOMES-X PIC X(06) VALUE SPACES.
       01 WRK-ANOMES REDEFINES WRK-ANOMES-X PIC 9(06).
       01 WRK-ANOMES-PARTES REDEFINES WRK-ANOMES-X.
           05 WRK-AM-ANO        PIC 9(04).
           05 WRK-AM-MES        PIC 9(02).
       77 WRK-ANOMES-HOJE PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-ESPERADO PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-SEGUINTE PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-MOV PIC 9(06) VALUE ZEROS.
       77 WRK-FLAG-CAMPO PIC X(01) VALUE 'N'.
         88 CAMPO-VALIDO VALUE 'S'.
       77 WRK-RESPOSTA PIC X(01) VALUE SPACES.

      * ABERTURA GRAVADA PARA O MES: QUANDO EXISTE, O MOVIMENTO
      * ANTERIOR AO MES NAO E SOMADO DE NOVO
       77 WRK-FLAG-ABERTURA PIC X(01) VALUE 'N'.
         88 ABERTURA-GRAVADA VALUE 'S'.

       77 WRK-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-SENHA   PIC X(10) VALUE SPACES.
       77 WRK-MAX-TENTATIVAS PIC 9(01) VALUE 3.
       77 WRK-NIVEL   PIC 9(02) VALUE ZEROS.
         88 ADMINISTRADOR VALUE 01.
       77 WRK-ACESSO PIC X(01) VALUE 'N'.
         88 ACESSO-CONCEDIDO VALUE 'S'.

      * TOTAIS DO MES POR CLIENTE
       77 WRK-QTD-CLIENTES PIC 9(03) VALUE ZEROS.
       01 TAB-CLIENTES.
           05 TAB-CLI-ITEM OCCURS 500 TIMES
                            INDEXED BY IDX-CLI.
               10 TAB-CLI-CODIGO    PIC X(06).
               10 TAB-CLI-ABERTURA  PIC S9(12)V99.
               10 TAB-CLI-FATURADO  PIC 9(12)V99.
               10 TAB-CLI-RECEBIDO  PIC S9(12)V99.
               10 TAB-CLI-CREDITADO PIC 9(12)V99.
       77 WRK-IDX-CLI PIC 9(03) VALUE ZEROS.
       77 WRK-CLIENTE PIC X(06) VALUE SPACES.

       77 WRK-SALDO-FINAL PIC S9(12)V99 VALUE ZEROS.
       77 WRK-TOT-ABERTURA PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOT-FATURADO PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-RECEBIDO PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITADO PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-FINAL PIC S9(13)V99 VALUE ZEROS.
       77 WRK-CONT-SALDOS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-ED PIC ZZZZ9 VALUE ZEROS.

       01 WRK-LINHA-CLIENTE.
           05 WRK-LN-CLIENTE     PIC X(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LN-ABERTURA    PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LN-FATURADO    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LN-RECEBIDO    PIC -.---.---.---.--9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LN-CREDITADO   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LN-FINAL       PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

      * CABECALHO DE COLUNAS, ALINHADO COLUNA A COLUNA COM
      * WRK-LINHA-CLIENTE ACIMA, REPETIDO A CADA PAGINA
       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(06) VALUE 'CLIENT'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(21) VALUE
               '       SALDO ANTERIOR'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(20) VALUE
               '            FATURADO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(20) VALUE
               '            RECEBIDO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(20) VALUE
               '           CREDITADO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(21) VALUE
               '     SALDO EM ABERTO'.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-FATURAS.
           MOVE 'N' TO WRK-EOF-PAGAMENTOS.
           MOVE 'N' TO WRK-EOF-CREDITOS.
           MOVE 'N' TO WRK-EOF-ESTORNOS.
           MOVE 'N' TO WRK-EOF-SALDOS.
           MOVE 'N' TO WRK-EOF-CLASSIF.
           MOVE 'N' TO WRK-FLAG-ABERTURA.
           MOVE 'N' TO WRK-ACESSO.
           MOVE ZEROS TO WRK-CTL-LIDOS.
           MOVE ZEROS TO WRK-CTL-PROCESSADOS.
           MOVE ZEROS TO WRK-CTL-REJEITADOS.
           MOVE ZEROS TO WRK-QTD-CLIENTES.
           MOVE ZEROS TO WRK-TOT-ABERTURA.
           MOVE ZEROS TO WRK-TOT-FATURADO.
           MOVE ZEROS TO WRK-TOT-RECEBIDO.
           MOVE ZEROS TO WRK-TOT-CREDITADO.
           MOVE ZEROS TO WRK-TOT-FINAL.
           MOVE ZEROS TO WRK-CONT-SALDOS.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.
           MOVE WRK-DATA-HOJE (1:6) TO WRK-ANOMES-HOJE.

           DISPLAY 'MODO (F=FECHAR MES, R=REABRIR ULTIMO MES FECHADO,'
           DISPLAY '      L=LISTAR FECHAMENTOS)'
           ACCEPT WRK-MODO FROM CONSOLE.

      * A JANELA DO LOTE TRAVA O FECHAMENTO E A REABERTURA; A
      * LISTAGEM SEGUE LIVRE
           IF MODO-FECHAR OR MODO-REABRIR
               PERFORM 9550-CONFERIR-TRAVA
               IF TRAVA-ATIVA
                   DISPLAY 'JANELA DE LOTE EM USO POR '
                       WRK-TL-PROGRAMA ' DESDE ' WRK-TL-DATA
                       ' - FECHAMENTO RECUSADO'
                   GOBACK
               END-IF
           END-IF.

           PERFORM 9560-CARREGAR-PERIODO.
           EVALUATE TRUE
               WHEN MODO-FECHAR
                   PERFORM 0200-FECHAR-PERIODO
               WHEN MODO-REABRIR
                   PERFORM 0700-REABRIR-PERIODO
               WHEN MODO-LISTAR
                   PERFORM 0900-LISTAR-PERIODOS
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO'
           END-EVALUATE.

           GOBACK.

      * FECHAMENTO: OS MESES FECHAM EM SEQUENCIA, SEM PULAR; O
      * PRIMEIRO FECHAMENTO ACEITA QUALQUER MES ATE O CORRENTE
       0200-FECHAR-PERIODO.
           IF WRK-PF-ULT-FECHADO = ZEROS
               DISPLAY 'NENHUM MES FECHADO ATE HOJE'
               PERFORM 0210-OBTER-ANOMES
           ELSE
               IF WRK-PF-ULT-FECHADO (5:2) = '12'
                   COMPUTE WRK-ANOMES-ESPERADO =
                       WRK-PF-ULT-FECHADO + 89
               ELSE
                   COMPUTE WRK-ANOMES-ESPERADO =
                       WRK-PF-ULT-FECHADO + 1
               END-IF
               MOVE WRK-ANOMES-ESPERADO TO WRK-ANOMES-X
               DISPLAY 'ULTIMO MES FECHADO: ' WRK-PF-ULT-FECHADO
                   ' - MES A FECHAR: ' WRK-ANOMES-X
           END-IF.

           IF WRK-ANOMES-X > WRK-ANOMES-HOJE
               DISPLAY 'MES ' WRK-ANOMES-X ' AINDA NAO COMECOU - '
                   'FECHAMENTO RECUSADO'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'RESPONSAVEL PELO FECHAMENTO'
               ACCEPT WRK-USUARIO FROM CONSOLE
               DISPLAY 'CONFIRMA O FECHAMENTO DE ' WRK-ANOMES-X
                   ' (S/N)?'
               ACCEPT WRK-RESPOSTA FROM CONSOLE
               IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
                   PERFORM 0220-EXECUTAR-FECHAMENTO
               ELSE
                   DISPLAY 'FECHAMENTO CANCELADO PELO OPERADOR'
               END-IF
           END-IF.

       0210-OBTER-ANOMES.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'MES A FECHAR (AAAAMM)'
               ACCEPT WRK-ANOMES-X FROM CONSOLE
               IF WRK-ANOMES-X NUMERIC
                   AND WRK-AM-MES >= 1 AND WRK-AM-MES <= 12
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'MES INVALIDO - AAAAMM'
               END-IF
           END-PERFORM.

       0220-EXECUTAR-FECHAMENTO.
           IF WRK-AM-MES = 12
               COMPUTE WRK-ANOMES-SEGUINTE = WRK-ANOMES + 89
           ELSE
               COMPUTE WRK-ANOMES-SEGUINTE = WRK-ANOMES + 1
           END-IF.

           PERFORM 0300-CARREGAR-ABERTURA.
           PERFORM 0400-SOMAR-FATURAS.
           PERFORM 0420-SOMAR-PAGAMENTOS.
           PERFORM 0440-SOMAR-CREDITOS.
           PERFORM 0460-SOMAR-ESTORNOS.
           PERFORM 0500-ABRIR-RELATORIO.

           OPEN I-O ARQ-SALDOS.
           IF WRK-FS-SALDOS = '35'
               OPEN OUTPUT ARQ-SALDOS
               CLOSE ARQ-SALDOS
               OPEN I-O ARQ-SALDOS
           END-IF.
           IF WRK-FS-SALDOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR SALDOS.DAT - FS=' WRK-FS-SALDOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           SORT ARQ-CLASSIF
               ON ASCENDING KEY SRT-CLIENTE
               INPUT PROCEDURE IS 0510-LIBERAR-CLIENTES
               OUTPUT PROCEDURE IS 0520-IMPRIMIR-CLIENTES.

           CLOSE ARQ-SALDOS.
           PERFORM 0560-IMPRIMIR-TOTAIS.
           PERFORM 9820-ENCERRAR-RELATORIO.
           CLOSE ARQ-RELATORIO.

      * O FECHAMENTO SO E ANOTADO DEPOIS DOS SALDOS GRAVADOS
           MOVE WRK-ANOMES TO WRK-PF-ANOMES.
           MOVE 'F' TO WRK-PF-SITUACAO.
           MOVE WRK-DATA-HOJE TO WRK-PF-DATA.
           MOVE WRK-USUARIO TO WRK-PF-USUARIO.
           PERFORM 0600-ANOTAR-PERIODO.

           MOVE WRK-QTD-CLIENTES TO WRK-CTL-PROCESSADOS.
           MOVE 'FECHA-PERIODO' TO WRK-RL-PROGRAMA.
           PERFORM 9700-GRAVAR-CONTROLE.

           MOVE WRK-CONT-SALDOS TO WRK-CONT-ED.
           DISPLAY 'MES ' WRK-ANOMES-X ' FECHADO - ' WRK-CONT-ED
               ' SALDOS DE ABERTURA GRAVADOS PARA '
               WRK-ANOMES-SEGUINTE ' (VER ' WRK-NOME-RELATORIO ')'.

      * ABERTURA DO MES GRAVADA NO FECHAMENTO ANTERIOR
       0300-CARREGAR-ABERTURA.
           OPEN INPUT ARQ-SALDOS.
           IF WRK-FS-SALDOS = '00'
               MOVE WRK-ANOMES TO SAL-ANOMES
               MOVE LOW-VALUES TO SAL-CLIENTE
               START ARQ-SALDOS KEY IS NOT LESS THAN SAL-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-EOF-SALDOS
               END-START
               PERFORM UNTIL FIM-SALDOS
                   READ ARQ-SALDOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-EOF-SALDOS
                       NOT AT END
                           IF SAL-ANOMES NOT = WRK-ANOMES
                               MOVE 'S' TO WRK-EOF-SALDOS
                           ELSE
                               SET ABERTURA-GRAVADA TO TRUE
                               MOVE SAL-CLIENTE TO WRK-CLIENTE
                               PERFORM 0350-LOCALIZAR-CLIENTE
                               ADD SAL-SALDO
                                   TO TAB-CLI-ABERTURA (WRK-IDX-CLI)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-SALDOS
           END-IF.
           IF NOT ABERTURA-GRAVADA
               DISPLAY 'SEM ABERTURA GRAVADA PARA ' WRK-ANOMES-X
                   ' - SALDO ANTERIOR APURADO DO MOVIMENTO'
           END-IF.

       0350-LOCALIZAR-CLIENTE.
           SET IDX-CLI TO 1.
           SEARCH TAB-CLI-ITEM
               AT END
                   PERFORM 0355-CRIAR-CLIENTE
               WHEN IDX-CLI > WRK-QTD-CLIENTES
                   PERFORM 0355-CRIAR-CLIENTE
               WHEN TAB-CLI-CODIGO (IDX-CLI) = WRK-CLIENTE
                   SET WRK-IDX-CLI TO IDX-CLI
           END-SEARCH.

       0355-CRIAR-CLIENTE.
           IF WRK-QTD-CLIENTES >= 500
               DISPLAY 'TABELA DE CLIENTES CHEIA - FECHAMENTO '
                   'ENCERRADO SEM GRAVAR'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WRK-QTD-CLIENTES.
           MOVE WRK-QTD-CLIENTES TO WRK-IDX-CLI.
           MOVE WRK-CLIENTE TO TAB-CLI-CODIGO (WRK-IDX-CLI).
           MOVE ZEROS TO TAB-CLI-ABERTURA (WRK-IDX-CLI).
           MOVE ZEROS TO TAB-CLI-FATURADO (WRK-IDX-CLI).
           MOVE ZEROS TO TAB-CLI-RECEBIDO (WRK-IDX-CLI).
           MOVE ZEROS TO TAB-CLI-CREDITADO (WRK-IDX-CLI).

      * FATURAS E NOTAS DE DEBITO PELO VALOR DE EMISSAO: O MES ENTRA
      * EM FATURADO; O ANTERIOR SO ENTRA NA ABERTURA QUANDO ELA NAO
      * FOI GRAVADA; O POSTERIOR NAO ENTRA
       0400-SOMAR-FATURAS.
           OPEN INPUT ARQ-FATURAS.
           IF WRK-FS-FATURAS = '00'
               PERFORM UNTIL FIM-FATURAS
                   READ ARQ-FATURAS
                       AT END
                           MOVE 'S' TO WRK-EOF-FATURAS
                       NOT AT END
                           ADD 1 TO WRK-CTL-LIDOS
                           MOVE FAT-DATA (1:6) TO WRK-ANOMES-MOV
                           MOVE FAT-CLIENTE TO WRK-CLIENTE
                           PERFORM 0410-SOMAR-FATURA
                   END-READ
               END-PERFORM
               CLOSE ARQ-FATURAS
           END-IF.

       0410-SOMAR-FATURA.
           IF WRK-ANOMES-MOV = WRK-ANOMES
               PERFORM 0350-LOCALIZAR-CLIENTE
               ADD FAT-VALOR TO TAB-CLI-FATURADO (WRK-IDX-CLI)
           END-IF.
           IF WRK-ANOMES-MOV < WRK-ANOMES
               AND NOT ABERTURA-GRAVADA
               PERFORM 0350-LOCALIZAR-CLIENTE
               ADD FAT-VALOR TO TAB-CLI-ABERTURA (WRK-IDX-CLI)
           END-IF.

       0420-SOMAR-PAGAMENTOS.
           OPEN INPUT ARQ-PAGAMENTOS.
           IF WRK-FS-PAGAMENTOS = '00'
               PERFORM UNTIL FIM-PAGAMENTOS
                   READ ARQ-PAGAMENTOS
                       AT END
                           MOVE 'S' TO WRK-EOF-PAGAMENTOS
                       NOT AT END
                           ADD 1 TO WRK-CTL-LIDOS
                           MOVE PAG-DATA (1:6) TO WRK-ANOMES-MOV
                           MOVE PAG-CLIENTE TO WRK-CLIENTE
                           PERFORM 0430-SOMAR-PAGAMENTO
                   END-READ
               END-PERFORM
               CLOSE ARQ-PAGAMENTOS
           END-IF.

       0430-SOMAR-PAGAMENTO.
           IF WRK-ANOMES-MOV = WRK-ANOMES
               PERFORM 0350-LOCALIZAR-CLIENTE
               ADD PAG-VALOR TO TAB-CLI-RECEBIDO (WRK-IDX-CLI)
           END-IF.
           IF WRK-ANOMES-MOV < WRK-ANOMES
               AND NOT ABERTURA-GRAVADA
               PERFORM 0350-LOCALIZAR-CLIENTE
               SUBTRACT PAG-VALOR FROM TAB-CLI-ABERTURA (WRK-IDX-CLI)
           END-IF.

      * O CREDITO CONTA NA DATA DE EMISSAO DO CANCELAMENTO, COMO NA
      * INTERFACE CONTABIL; A APLICACAO NAS FATURAS NAO MUDA O SALDO
       0440-SOMAR-CREDITOS.
           OPEN INPUT ARQ-CREDITOS.
           IF WRK-FS-CREDITOS = '00'
               PERFORM UNTIL FIM-CREDITOS
                   READ ARQ-CREDITOS
                       AT END
                           MOVE 'S' TO WRK-EOF-CREDITOS
                       NOT AT END
                           ADD 1 TO WRK-CTL-LIDOS
                           MOVE CRE-DATA (1:6) TO WRK-ANOMES-MOV
                           MOVE CRE-CLIENTE TO WRK-CLIENTE
                           PERFORM 0450-SOMAR-CREDITO
                   END-READ
               END-PERFORM
               CLOSE ARQ-CREDITOS
           END-IF.

       0450-SOMAR-CREDITO.
           IF WRK-ANOMES-MOV = WRK-ANOMES
               PERFORM 0350-LOCALIZAR-CLIENTE
               ADD CRE-VALOR TO TAB-CLI-CREDITADO (WRK-IDX-CLI)
           END-IF.
           IF WRK-ANOMES-MOV < WRK-ANOMES
               AND NOT ABERTURA-GRAVADA
               PERFORM 0350-LOCALIZAR-CLIENTE
               SUBTRACT CRE-VALOR FROM TAB-CLI-ABERTURA (WRK-IDX-CLI)
           END-IF.

      * O ESTORNO CONTA NA DATA EM QUE FOI FEITO: DEVOLVE AO SALDO DO
      * CLIENTE O VALOR DO PAGAMENTO, ABATENDO O RECEBIDO DO MES
       0460-SOMAR-ESTORNOS.
           OPEN INPUT ARQ-ESTORNOS.
           IF WRK-FS-ESTORNOS = '00'
               PERFORM UNTIL FIM-ESTORNOS
                   READ ARQ-ESTORNOS
                       AT END
                           MOVE 'S' TO WRK-EOF-ESTORNOS
                       NOT AT END
                           ADD 1 TO WRK-CTL-LIDOS
                           MOVE EST-DATA (1:6) TO WRK-ANOMES-MOV
                           MOVE EST-CLIENTE TO WRK-CLIENTE
                           PERFORM 0470-SOMAR-ESTORNO
                   END-READ
               END-PERFORM
               CLOSE ARQ-ESTORNOS
           END-IF.

       0470-SOMAR-ESTORNO.
           IF WRK-ANOMES-MOV = WRK-ANOMES
               PERFORM 0350-LOCALIZAR-CLIENTE
               SUBTRACT EST-VALOR FROM TAB-CLI-RECEBIDO (WRK-IDX-CLI)
           END-IF.
           IF WRK-ANOMES-MOV < WRK-ANOMES
               AND NOT ABERTURA-GRAVADA
               PERFORM 0350-LOCALIZAR-CLIENTE
               ADD EST-VALOR TO TAB-CLI-ABERTURA (WRK-IDX-CLI)
           END-IF.

       0500-ABRIR-RELATORIO.
           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING 'FECHAMENTO.D' DELIMITED BY SIZE
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
           MOVE 'FECHAMENTO'       TO WRK-CAT-RELATORIO.
           MOVE WRK-DATA-HOJE      TO WRK-CAT-DATA.
           MOVE WRK-NOME-RELATORIO TO WRK-CAT-ARQUIVO.
           MOVE 'P'                TO WRK-CAT-SITUACAO.
           PERFORM 9650-GRAVAR-CATALOGO.

           MOVE SPACES TO WRK-IMP-TITULO.
           STRING 'FECHAMENTO DO CONTAS A RECEBER - MES '
                  DELIMITED BY SIZE
                  WRK-ANOMES-X DELIMITED BY SIZE
               INTO WRK-IMP-TITULO
           END-STRING.
           MOVE 'FECHA-PERIODO' TO WRK-IMP-PROGRAMA.
           MOVE WRK-DATA-HOJE TO WRK-IMP-DATA.
           MOVE ZEROS TO WRK-IMP-PAGINA.
           MOVE 99 TO WRK-IMP-LINHA.

       0510-LIBERAR-CLIENTES.
           PERFORM VARYING WRK-IDX-CLI FROM 1 BY 1
                   UNTIL WRK-IDX-CLI > WRK-QTD-CLIENTES
               MOVE TAB-CLI-CODIGO (WRK-IDX-CLI)    TO SRT-CLIENTE
               MOVE TAB-CLI-ABERTURA (WRK-IDX-CLI)  TO SRT-ABERTURA
               MOVE TAB-CLI-FATURADO (WRK-IDX-CLI)  TO SRT-FATURADO
               MOVE TAB-CLI-RECEBIDO (WRK-IDX-CLI)  TO SRT-RECEBIDO
               MOVE TAB-CLI-CREDITADO (WRK-IDX-CLI) TO SRT-CREDITADO
               RELEASE REG-CLASSIF
           END-PERFORM.

      * SAIDA DO SORT: UMA LINHA POR CLIENTE COM MOVIMENTO OU SALDO;
      * O SALDO FINAL DIFERENTE DE ZERO VIRA A ABERTURA DO MES
      * SEGUINTE (REGRAVADA SE O MES JA TINHA SIDO FECHADO ANTES)
       0520-IMPRIMIR-CLIENTES.
           PERFORM UNTIL FIM-CLASSIF
               RETURN ARQ-CLASSIF
                   AT END
                       MOVE 'S' TO WRK-EOF-CLASSIF
                   NOT AT END
                       PERFORM 0530-IMPRIMIR-CLIENTE
               END-RETURN
           END-PERFORM.

       0530-IMPRIMIR-CLIENTE.
           COMPUTE WRK-SALDO-FINAL = SRT-ABERTURA + SRT-FATURADO
               - SRT-RECEBIDO - SRT-CREDITADO.
           IF SRT-ABERTURA NOT = ZEROS OR SRT-FATURADO NOT = ZEROS
               OR SRT-RECEBIDO NOT = ZEROS
               OR SRT-CREDITADO NOT = ZEROS
               MOVE SRT-CLIENTE TO WRK-LN-CLIENTE
               MOVE SRT-ABERTURA TO WRK-LN-ABERTURA
               MOVE SRT-FATURADO TO WRK-LN-FATURADO
               MOVE SRT-RECEBIDO TO WRK-LN-RECEBIDO
               MOVE SRT-CREDITADO TO WRK-LN-CREDITADO
               MOVE WRK-SALDO-FINAL TO WRK-LN-FINAL
               MOVE WRK-LINHA-CLIENTE TO WRK-IMP-AREA
               PERFORM 9800-IMPRIMIR-LINHA
               ADD SRT-ABERTURA TO WRK-TOT-ABERTURA
               ADD SRT-FATURADO TO WRK-TOT-FATURADO
               ADD SRT-RECEBIDO TO WRK-TOT-RECEBIDO
               ADD SRT-CREDITADO TO WRK-TOT-CREDITADO
               ADD WRK-SALDO-FINAL TO WRK-TOT-FINAL
           END-IF.
           IF WRK-SALDO-FINAL NOT = ZEROS
               MOVE WRK-ANOMES-SEGUINTE TO SAL-ANOMES
               MOVE SRT-CLIENTE TO SAL-CLIENTE
               MOVE WRK-SALDO-FINAL TO SAL-SALDO
               MOVE WRK-DATA-HOJE TO SAL-DATA
               WRITE REG-SALDO
                   INVALID KEY
                       REWRITE REG-SALDO
               END-WRITE
               ADD 1 TO WRK-CONT-SALDOS
           END-IF.

       0560-IMPRIMIR-TOTAIS.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING '----------------------------------' DELIMITED BY
               SIZE INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE 'TOTAL' TO WRK-LN-CLIENTE.
           MOVE WRK-TOT-ABERTURA TO WRK-LN-ABERTURA.
           MOVE WRK-TOT-FATURADO TO WRK-LN-FATURADO.
           MOVE WRK-TOT-RECEBIDO TO WRK-LN-RECEBIDO.
           MOVE WRK-TOT-CREDITADO TO WRK-LN-CREDITADO.
           MOVE WRK-TOT-FINAL TO WRK-LN-FINAL.
           MOVE WRK-LINHA-CLIENTE TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

       0600-ANOTAR-PERIODO.
           OPEN EXTEND ARQ-PERIODOS.
           IF WRK-FS-PERIODOS = '35'
               OPEN OUTPUT ARQ-PERIODOS
           END-IF.
           IF WRK-FS-PERIODOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR PERIODOS.DAT - FS='
                   WRK-FS-PERIODOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           WRITE REG-PERIODO FROM WRK-REG-PERIODO.
           CLOSE ARQ-PERIODOS.

      * REABERTURA: SO O ULTIMO MES FECHADO, SO POR ADMINISTRADOR.
      * A ABERTURA QUE O FECHAMENTO GRAVOU PARA O MES SEGUINTE E
      * APAGADA - O PROXIMO FECHAMENTO A GRAVA DE NOVO
       0700-REABRIR-PERIODO.
           IF WRK-PF-ULT-FECHADO = ZEROS
               DISPLAY 'NENHUM MES FECHADO - NADA A REABRIR'
           ELSE
               PERFORM 0710-VERIFICAR-ADMINISTRADOR
               IF ACESSO-CONCEDIDO
                   MOVE WRK-PF-ULT-FECHADO TO WRK-ANOMES-X
                   DISPLAY 'CONFIRMA A REABERTURA DE ' WRK-ANOMES-X
                       ' (S/N)?'
                   ACCEPT WRK-RESPOSTA FROM CONSOLE
                   IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
                       PERFORM 0720-EXECUTAR-REABERTURA
                   ELSE
                       DISPLAY 'REABERTURA CANCELADA PELO OPERADOR'
                   END-IF
               END-IF
           END-IF.

       0710-VERIFICAR-ADMINISTRADOR.
           OPEN I-O ARQ-USUARIOS.
           IF WRK-FS-USUARIOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR USERS.DAT - FS=' WRK-FS-USUARIOS
               GOBACK
           END-IF.

           DISPLAY 'DIGITE O USUÁRIO'
           ACCEPT WRK-USUARIO FROM CONSOLE.
           DISPLAY 'DIGITE A SENHA/PIN'
           ACCEPT WRK-SENHA FROM CONSOLE.
           MOVE WRK-USUARIO TO USR-USUARIO.
           READ ARQ-USUARIOS
               INVALID KEY
                   DISPLAY 'USUARIO NAO CADASTRADO'
               NOT INVALID KEY
                   IF USR-BLOQUEADO = 'S'
                       DISPLAY 'CONTA BLOQUEADA - '
                           'PROCURE UM ADMINISTRADOR'
                   ELSE
                       MOVE WRK-SENHA TO WRK-SC-CLARA
                       PERFORM 9500-CODIFICAR-SENHA
                       IF WRK-SC-CODIFICADA = USR-SENHA
                           MOVE ZEROS TO USR-TENTATIVAS
                           MOVE WRK-DATA-HOJE TO USR-ULT-ACESSO
                           REWRITE REG-USUARIO
                           MOVE USR-NIVEL TO WRK-NIVEL
                           IF ADMINISTRADOR
                               SET ACESSO-CONCEDIDO TO TRUE
                           ELSE
                               DISPLAY 'SOMENTE ADMINISTRADOR PODE '
                                   'REABRIR UM MES FECHADO'
                           END-IF
                       ELSE
                           PERFORM 0712-CONTAR-TENTATIVA
                       END-IF
                   END-IF
           END-READ.
           CLOSE ARQ-USUARIOS.

      * SENHA ERRADA: MESMA REGRA DO MENU-PRINCIPAL, A CONTA E
      * BLOQUEADA NA ULTIMA TENTATIVA PERMITIDA E O BLOQUEIO VAI PARA
      * O AUDITORIA.LOG
       0712-CONTAR-TENTATIVA.
           ADD 1 TO USR-TENTATIVAS.
           IF USR-TENTATIVAS >= WRK-MAX-TENTATIVAS
               MOVE 'S' TO USR-BLOQUEADO
               DISPLAY 'CONTA BLOQUEADA APOS '
                   WRK-MAX-TENTATIVAS ' TENTATIVAS'
               MOVE WRK-USUARIO TO WRK-AU-USUARIO
               MOVE 'CONTA BLOQUEADA' TO WRK-AU-ACAO
               PERFORM 9570-GRAVAR-AUD-SEGURA
           ELSE
               DISPLAY 'SENHA/PIN INVALIDO'
           END-IF.
           REWRITE REG-USUARIO.

       0720-EXECUTAR-REABERTURA.
           IF WRK-AM-MES = 12
               COMPUTE WRK-ANOMES-SEGUINTE = WRK-ANOMES + 89
           ELSE
               COMPUTE WRK-ANOMES-SEGUINTE = WRK-ANOMES + 1
           END-IF.
           OPEN I-O ARQ-SALDOS.
           IF WRK-FS-SALDOS = '00'
               MOVE WRK-ANOMES-SEGUINTE TO SAL-ANOMES
               MOVE LOW-VALUES TO SAL-CLIENTE
               START ARQ-SALDOS KEY IS NOT LESS THAN SAL-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-EOF-SALDOS
               END-START
               PERFORM UNTIL FIM-SALDOS
                   READ ARQ-SALDOS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-EOF-SALDOS
                       NOT AT END
                           IF SAL-ANOMES NOT = WRK-ANOMES-SEGUINTE
                               MOVE 'S' TO WRK-EOF-SALDOS
                           ELSE
                               DELETE ARQ-SALDOS
                               ADD 1 TO WRK-CONT-SALDOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-SALDOS
           END-IF.

           MOVE WRK-ANOMES TO WRK-PF-ANOMES.
           MOVE 'R' TO WRK-PF-SITUACAO.
           MOVE WRK-DATA-HOJE TO WRK-PF-DATA.
           MOVE WRK-USUARIO TO WRK-PF-USUARIO.
           PERFORM 0600-ANOTAR-PERIODO.

           MOVE WRK-USUARIO TO WRK-AU-USUARIO.
           MOVE SPACES TO WRK-AU-ACAO.
           STRING 'REABERTURA DO PERIODO ' DELIMITED BY SIZE
                  WRK-ANOMES-X             DELIMITED BY SIZE
               INTO WRK-AU-ACAO
           END-STRING.
           PERFORM 9570-GRAVAR-AUD-SEGURA.

           MOVE WRK-CONT-SALDOS TO WRK-CONT-ED.
           DISPLAY 'MES ' WRK-ANOMES-X ' REABERTO - ' WRK-CONT-ED
               ' SALDOS DE ABERTURA DE ' WRK-ANOMES-SEGUINTE
               ' APAGADOS'.

       0900-LISTAR-PERIODOS.
           OPEN INPUT ARQ-PERIODOS.
           IF WRK-FS-PERIODOS NOT = '00'
               DISPLAY 'NENHUM MES FECHADO (PERIODOS.DAT AUSENTE)'
           ELSE
               DISPLAY '-- MES / F=FECHADO R=REABERTO / DATA / '
                   'RESPONSAVEL --'
               MOVE 'N' TO WRK-PF-EOF
               PERFORM UNTIL FIM-PERIODOS
                   READ ARQ-PERIODOS INTO WRK-REG-PERIODO
                       AT END
                           MOVE 'S' TO WRK-PF-EOF
                       NOT AT END
                           DISPLAY WRK-PF-ANOMES ' - '
                               WRK-PF-SITUACAO ' - ' WRK-PF-DATA
                               ' - ' WRK-PF-USUARIO
                   END-READ
               END-PERFORM
               CLOSE ARQ-PERIODOS
               DISPLAY 'FECHADO ATE: ' WRK-PF-ULT-FECHADO
           END-IF.

      * QUADRO DE IMPRESSAO PADRAO DO FECHAMENTO (IMPRESSO.CPY):
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

           COPY VERTRAVA.

           COPY VERPERIODO.

           COPY GRAVALOG.

           COPY GRAVACAT.

           COPY CODSENHA.

           COPY GRAVAAUD.
