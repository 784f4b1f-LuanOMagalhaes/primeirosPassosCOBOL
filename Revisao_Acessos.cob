       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISAO-ACESSOS.
      ***************************
      * Área de comentários
      * OBJETIVO: REVISAO TRIMESTRAL DE ACESSOS PARA OS AUDITORES:
      * TODA CONTA DE USERS.DAT, AGRUPADA POR NIVEL, COM O ULTIMO
      * ACESSO AO MENU-PRINCIPAL, OS DIAS SEM USO, A IDADE DA SENHA,
      * A SITUACAO (ATIVA/BLOQUEADA) E A DELEGACAO VIGENTE EM
      * DELEGACOES.DAT, APONTANDO CONTA INATIVA (MESMO LIMITE DO
      * BLOQUEIA-INATIVOS, CARTAO ACESSOPAR.DAT) E SENHA VENCIDA. O
      * RELATORIO FECHA COM O QUADRO DE VISTO DO GESTOR E SAI EM
      * ACESSOS.DYYYYMMDD.RPT, ANOTADO NO RELCAT.DAT COMO EVIDENCIA.
      * A DATA DE REFERENCIA VEM DO CARTAO EM EXECPARM.DAT (SEM DATA,
      * HOJE)
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-USUARIOS ASSIGN TO 'USERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-USUARIO
               FILE STATUS IS WRK-FS-USUARIOS.

           SELECT ARQ-DELEGACOES ASSIGN TO 'DELEGACOES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEL-USUARIO
               FILE STATUS IS WRK-FS-DELEGACOES.

      * MESMO CARTAO DO BLOQUEIA-INATIVOS (DIAS SEM ACESSO PARA A
      * CONTA SER CONSIDERADA INATIVA)
           SELECT ARQ-ACESSOPAR ASSIGN TO 'ACESSOPAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACESSOPAR.

           SELECT ARQ-CLASSIF ASSIGN TO 'SORTWK01'.

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
       FD  ARQ-USUARIOS.
       01  REG-USUARIO.
           05 USR-USUARIO       PIC X(20).
           05 USR-NIVEL         PIC 9(02).
           05 USR-SENHA         PIC X(10).
           05 USR-DT-TROCA      PIC 9(08).
           05 USR-TENTATIVAS    PIC 9(01).
           05 USR-BLOQUEADO     PIC X(01).
           05 USR-ULT-ACESSO    PIC 9(08).

       FD  ARQ-DELEGACOES.
       01  REG-DELEGACAO.
           05 DEL-USUARIO       PIC X(20).
           05 DEL-NIVEL         PIC 9(02).
           05 DEL-DATA-INI      PIC 9(08).
           05 DEL-DATA-FIM      PIC 9(08).
           05 DEL-GRANTOR       PIC X(20).
           05 DEL-MOTIVO        PIC X(30).

       FD  ARQ-ACESSOPAR
           RECORDING MODE IS F.
       01  REG-ACESSOPAR.
           05 APR-DIAS-INATIVO  PIC 9(03).

      * UMA LINHA POR CONTA, CLASSIFICADA POR NIVEL E USUARIO
       SD  ARQ-CLASSIF.
       01  REG-CLASSIF.
           05 SRT-NIVEL         PIC 9(02).
           05 SRT-USUARIO       PIC X(20).
           05 SRT-ULT-ACESSO    PIC 9(08).
           05 SRT-DT-TROCA      PIC 9(08).
           05 SRT-BLOQUEADO     PIC X(01).
           05 SRT-DEL-NIVEL     PIC 9(02).
           05 SRT-DEL-FIM       PIC 9(08).
           05 SRT-DEL-GRANTOR   PIC X(20).

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO        PIC X(132).

       FD  ARQ-CATALOGO
           RECORDING MODE IS F.
       01  REG-CATALOGO         PIC X(57).

       FD  ARQ-EXECPARM
           RECORDING MODE IS F.
       01  REG-EXECPARM         PIC X(26).

       FD  ARQ-RUNLOG
           RECORDING MODE IS F.
       01  REG-RUNLOG           PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-USUARIOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-DELEGACOES PIC X(02) VALUE ZEROS.
       77 WRK-FS-ACESSOPAR PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATALOGO PIC X(02) VALUE ZEROS.
       77 WRK-FS-EXECPARM PIC X(02) VALUE ZEROS.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WRK-EOF-USUARIOS PIC X(01) VALUE 'N'.
         88 FIM-USUARIOS VALUE 'S'.
       77 WRK-EOF-CLASSIF PIC X(01) VALUE 'N'.
         88 FIM-CLASSIF VALUE 'S'.
       77 WRK-DELEG-ABERTO PIC X(01) VALUE 'N'.
         88 DELEGACOES-ABERTAS VALUE 'S'.

       COPY RUNLOG.

       COPY CATREL.

       COPY IMPRESSO.

       COPY EXECPARM.

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

      * DATA DE REFERENCIA E O TRIMESTRE A QUE ELA PERTENCE
       01 WRK-DATA-REF.
           05 WRK-REF-ANO       PIC 9(04).
           05 WRK-REF-MES       PIC 9(02).
           05 WRK-REF-DIA       PIC 9(02).
       01 WRK-DATA-REF-N REDEFINES WRK-DATA-REF PIC 9(08).
       77 WRK-TRIMESTRE PIC 9(01) VALUE ZEROS.

      * LIMITES: INATIVIDADE (CARTAO ACESSOPAR.DAT) E VALIDADE DA
      * SENHA, A MESMA DO MENU-PRINCIPAL
       77 WRK-DIAS-INATIVO PIC 9(03) VALUE 90.
       77 WRK-VALIDADE-SENHA PIC 9(03) VALUE 90.

      * CONTA EM IMPRESSAO: BASE DA INATIVIDADE (ULTIMO ACESSO OU
      * TROCA DE SENHA, A MAIS RECENTE), DIAS SEM USO E IDADE DA SENHA
       77 WRK-DATA-BASE PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-SEM-USO PIC 9(05) VALUE ZEROS.
       77 WRK-IDADE-SENHA PIC 9(05) VALUE ZEROS.

      * QUEBRA POR NIVEL E TOTAIS DA REVISAO
       77 WRK-NIVEL-ANT PIC 9(02) VALUE ZEROS.
       77 WRK-PRIMEIRO PIC X(01) VALUE 'S'.
         88 PRIMEIRO-GRUPO VALUE 'S'.
       77 WRK-CONT-GRUPO PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-CONTAS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-BLOQUEADAS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-INATIVAS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-VENCIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-DELEGADAS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-NIVEL-ED PIC 99 VALUE ZEROS.
       77 WRK-DIAS-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-DATA-ED PIC 9(04)/99/99.

      * LINHA DE DETALHE: UMA CONTA
       01 WRK-LINHA-DETALHE.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-USUARIO     PIC X(20).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-ULT-ACESSO  PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-DIAS-USO    PIC X(05).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-IDADE       PIC X(05).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-SITUACAO    PIC X(09).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-DELEGACAO   PIC X(42).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-APONTAMENTO PIC X(24).

      * CABECALHO DE COLUNAS, ALINHADO COLUNA A COLUNA COM
      * WRK-LINHA-DETALHE ACIMA, REPETIDO A CADA PAGINA
       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(20) VALUE 'USUARIO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'ULT.ACESSO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(05) VALUE 'S/USO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(05) VALUE 'SENHA'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(09) VALUE 'SITUACAO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(42) VALUE 'DELEGACAO VIGENTE'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(24) VALUE 'APONTAMENTO'.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-USUARIOS.
           MOVE 'N' TO WRK-EOF-CLASSIF.
           MOVE 'N' TO WRK-DELEG-ABERTO.
           MOVE 'S' TO WRK-PRIMEIRO.
           MOVE ZEROS TO WRK-CONT-CONTAS.
           MOVE ZEROS TO WRK-CONT-BLOQUEADAS.
           MOVE ZEROS TO WRK-CONT-INATIVAS.
           MOVE ZEROS TO WRK-CONT-VENCIDAS.
           MOVE ZEROS TO WRK-CONT-DELEGADAS.
           MOVE ZEROS TO WRK-CTL-LIDOS.
           MOVE ZEROS TO WRK-CTL-PROCESSADOS.
           MOVE ZEROS TO WRK-CTL-REJEITADOS.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           MOVE 'REVISAO-ACESSOS' TO WRK-EP-PROGRAMA.
           PERFORM 9600-LER-EXECPARM.
           IF WRK-EP-DATA > ZEROS
               MOVE WRK-EP-DATA TO WRK-DATA-REF-N
           ELSE
               MOVE WRK-DATA-HOJE TO WRK-DATA-REF-N
           END-IF.
           COMPUTE WRK-TRIMESTRE = (WRK-REF-MES + 2) / 3.
           PERFORM 0150-LER-PARAMETROS.

           OPEN INPUT ARQ-USUARIOS.
           IF WRK-FS-USUARIOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR USERS.DAT - FS=' WRK-FS-USUARIOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQ-DELEGACOES.
           IF WRK-FS-DELEGACOES = '00'
               SET DELEGACOES-ABERTAS TO TRUE
           END-IF.

           PERFORM 0300-ABRIR-RELATORIO.

           SORT ARQ-CLASSIF
               ON ASCENDING KEY SRT-NIVEL
                                SRT-USUARIO
               INPUT PROCEDURE IS 0200-LER-USUARIOS
               OUTPUT PROCEDURE IS 0400-IMPRIMIR-REVISAO.

           CLOSE ARQ-USUARIOS.
           IF DELEGACOES-ABERTAS
               CLOSE ARQ-DELEGACOES
           END-IF.

           PERFORM 0500-IMPRIMIR-TOTAIS.
           PERFORM 0600-IMPRIMIR-VISTO.
           PERFORM 9820-ENCERRAR-RELATORIO.
           CLOSE ARQ-RELATORIO.

           MOVE 'REVISAO-ACESSOS' TO WRK-RL-PROGRAMA.
           PERFORM 9700-GRAVAR-CONTROLE.

           MOVE WRK-CONT-CONTAS TO WRK-CONT-ED.
           DISPLAY 'CONTAS REVISADAS: ' WRK-CONT-ED.
           MOVE WRK-CONT-INATIVAS TO WRK-CONT-ED.
           DISPLAY 'CONTAS ATIVAS SEM USO NO PRAZO: ' WRK-CONT-ED.
           DISPLAY 'RELATORIO EM ' WRK-NOME-RELATORIO.
           GOBACK.

      * CARTAO DE PARAMETROS: DIAS ZERADOS OU INVALIDOS VOLTAM AOS
      * 90 DIAS, COMO NO BLOQUEIA-INATIVOS
       0150-LER-PARAMETROS.
           MOVE 90 TO WRK-DIAS-INATIVO.
           OPEN INPUT ARQ-ACESSOPAR.
           IF WRK-FS-ACESSOPAR = '00'
               READ ARQ-ACESSOPAR
                   NOT AT END
                       IF APR-DIAS-INATIVO NUMERIC
                           AND APR-DIAS-INATIVO NOT = ZEROS
                           MOVE APR-DIAS-INATIVO TO WRK-DIAS-INATIVO
                       END-IF
               END-READ
               CLOSE ARQ-ACESSOPAR
           END-IF.

      * ENTRADA DO SORT: CADA CONTA COM A DELEGACAO VIGENTE NA DATA
      * DE REFERENCIA (A QUE AINDA NAO COMECOU OU JA EXPIROU NAO CONTA)
       0200-LER-USUARIOS.
           PERFORM UNTIL FIM-USUARIOS
               READ ARQ-USUARIOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-USUARIOS
                   NOT AT END
                       ADD 1 TO WRK-CTL-LIDOS
                       PERFORM 0210-LIBERAR-USUARIO
               END-READ
           END-PERFORM.

       0210-LIBERAR-USUARIO.
           MOVE USR-NIVEL TO SRT-NIVEL.
           MOVE USR-USUARIO TO SRT-USUARIO.
           MOVE ZEROS TO SRT-ULT-ACESSO.
           IF USR-ULT-ACESSO NUMERIC
               MOVE USR-ULT-ACESSO TO SRT-ULT-ACESSO
           END-IF.
           MOVE ZEROS TO SRT-DT-TROCA.
           IF USR-DT-TROCA NUMERIC
               MOVE USR-DT-TROCA TO SRT-DT-TROCA
           END-IF.
           MOVE USR-BLOQUEADO TO SRT-BLOQUEADO.
           MOVE ZEROS TO SRT-DEL-NIVEL.
           MOVE ZEROS TO SRT-DEL-FIM.
           MOVE SPACES TO SRT-DEL-GRANTOR.
           IF DELEGACOES-ABERTAS
               MOVE USR-USUARIO TO DEL-USUARIO
               READ ARQ-DELEGACOES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEL-DATA-INI <= WRK-DATA-REF-N
                           AND DEL-DATA-FIM >= WRK-DATA-REF-N
                           MOVE DEL-NIVEL TO SRT-DEL-NIVEL
                           MOVE DEL-DATA-FIM TO SRT-DEL-FIM
                           MOVE DEL-GRANTOR TO SRT-DEL-GRANTOR
                       END-IF
               END-READ
           END-IF.
           RELEASE REG-CLASSIF.

       0300-ABRIR-RELATORIO.
           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING 'ACESSOS.D'     DELIMITED BY SIZE
                  WRK-DATA-REF-N  DELIMITED BY SIZE
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
           MOVE 'REVISAO-ACESSOS'  TO WRK-CAT-RELATORIO.
           MOVE WRK-DATA-REF-N     TO WRK-CAT-DATA.
           MOVE WRK-NOME-RELATORIO TO WRK-CAT-ARQUIVO.
           MOVE 'P'                TO WRK-CAT-SITUACAO.
           PERFORM 9650-GRAVAR-CATALOGO.

           MOVE SPACES TO WRK-IMP-TITULO.
           STRING 'REVISAO DE ACESSOS - TRIMESTRE ' DELIMITED BY SIZE
                  WRK-TRIMESTRE DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WRK-REF-ANO DELIMITED BY SIZE
               INTO WRK-IMP-TITULO
           END-STRING.
           MOVE 'REVISAO-ACESSOS' TO WRK-IMP-PROGRAMA.
           MOVE WRK-DATA-REF-N TO WRK-IMP-DATA.
           MOVE ZEROS TO WRK-IMP-PAGINA.
           MOVE 99 TO WRK-IMP-LINHA.

           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'CONTA INATIVA: MAIS DE ' DELIMITED BY SIZE
                  WRK-DIAS-INATIVO DELIMITED BY SIZE
                  ' DIAS SEM ACESSO. SENHA VENCIDA: MAIS DE '
                      DELIMITED BY SIZE
                  WRK-VALIDADE-SENHA DELIMITED BY SIZE
                  ' DIAS SEM TROCA' DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

      * SAIDA DO SORT: QUEBRA POR NIVEL COM O TOTAL DE CONTAS
       0400-IMPRIMIR-REVISAO.
           PERFORM UNTIL FIM-CLASSIF
               RETURN ARQ-CLASSIF
                   AT END
                       MOVE 'S' TO WRK-EOF-CLASSIF
                   NOT AT END
                       PERFORM 0410-IMPRIMIR-CONTA
               END-RETURN
           END-PERFORM.
           IF NOT PRIMEIRO-GRUPO
               PERFORM 0430-IMPRIMIR-TOTAL-NIVEL
           END-IF.

       0410-IMPRIMIR-CONTA.
           IF PRIMEIRO-GRUPO
               OR SRT-NIVEL NOT = WRK-NIVEL-ANT
               IF NOT PRIMEIRO-GRUPO
                   PERFORM 0430-IMPRIMIR-TOTAL-NIVEL
               END-IF
               PERFORM 0420-IMPRIMIR-NIVEL
           END-IF.
           ADD 1 TO WRK-CONT-GRUPO.
           ADD 1 TO WRK-CONT-CONTAS.
           ADD 1 TO WRK-CTL-PROCESSADOS.
           PERFORM 0440-CALCULAR-DIAS.

           MOVE SRT-USUARIO TO WRK-LD-USUARIO.
           IF SRT-ULT-ACESSO = ZEROS
               MOVE 'NUNCA' TO WRK-LD-ULT-ACESSO
           ELSE
               MOVE SRT-ULT-ACESSO TO WRK-DATA-ED
               MOVE WRK-DATA-ED TO WRK-LD-ULT-ACESSO
           END-IF.
           IF WRK-DATA-BASE = ZEROS
               MOVE '  -  ' TO WRK-LD-DIAS-USO
           ELSE
               MOVE WRK-DIAS-SEM-USO TO WRK-DIAS-ED
               MOVE WRK-DIAS-ED TO WRK-LD-DIAS-USO
           END-IF.
           IF SRT-DT-TROCA = ZEROS
               MOVE 'S/DT' TO WRK-LD-IDADE
           ELSE
               MOVE WRK-IDADE-SENHA TO WRK-DIAS-ED
               MOVE WRK-DIAS-ED TO WRK-LD-IDADE
           END-IF.
           IF SRT-BLOQUEADO = 'S'
               MOVE 'BLOQUEADA' TO WRK-LD-SITUACAO
               ADD 1 TO WRK-CONT-BLOQUEADAS
           ELSE
               MOVE 'ATIVA' TO WRK-LD-SITUACAO
           END-IF.
           MOVE SPACES TO WRK-LD-DELEGACAO.
           IF SRT-DEL-NIVEL NOT = ZEROS
               ADD 1 TO WRK-CONT-DELEGADAS
               MOVE SRT-DEL-NIVEL TO WRK-NIVEL-ED
               MOVE SRT-DEL-FIM TO WRK-DATA-ED
               STRING 'NIVEL ' DELIMITED BY SIZE
                      WRK-NIVEL-ED DELIMITED BY SIZE
                      ' ATE ' DELIMITED BY SIZE
                      WRK-DATA-ED DELIMITED BY SIZE
                      ' POR ' DELIMITED BY SIZE
                      SRT-DEL-GRANTOR DELIMITED BY SPACE
                   INTO WRK-LD-DELEGACAO
               END-STRING
           END-IF.
           PERFORM 0450-APONTAR-CONTA.
           MOVE WRK-LINHA-DETALHE TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

       0420-IMPRIMIR-NIVEL.
           MOVE 'N' TO WRK-PRIMEIRO.
           MOVE SRT-NIVEL TO WRK-NIVEL-ANT.
           MOVE ZEROS TO WRK-CONT-GRUPO.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SRT-NIVEL TO WRK-NIVEL-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           EVALUATE SRT-NIVEL
               WHEN 01
                   STRING 'NIVEL 01 - ADMINISTRADOR' DELIMITED BY SIZE
                       INTO WRK-IMP-AREA
                   END-STRING
               WHEN 02
                   STRING 'NIVEL 02 - USUARIO' DELIMITED BY SIZE
                       INTO WRK-IMP-AREA
                   END-STRING
               WHEN 03
                   STRING 'NIVEL 03 - SUPERVISOR' DELIMITED BY SIZE
                       INTO WRK-IMP-AREA
                   END-STRING
               WHEN OTHER
                   STRING 'NIVEL ' DELIMITED BY SIZE
                          WRK-NIVEL-ED DELIMITED BY SIZE
                          ' - NAO PREVISTO' DELIMITED BY SIZE
                       INTO WRK-IMP-AREA
                   END-STRING
           END-EVALUATE.
           PERFORM 9800-IMPRIMIR-LINHA.

       0430-IMPRIMIR-TOTAL-NIVEL.
           MOVE WRK-CONT-GRUPO TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING '    CONTAS NO NIVEL: ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

      * MESMA BASE DO BLOQUEIA-INATIVOS: ULTIMO ACESSO OU ULTIMA
      * TROCA DE SENHA, O QUE FOR MAIS RECENTE
       0440-CALCULAR-DIAS.
           MOVE SRT-ULT-ACESSO TO WRK-DATA-BASE.
           IF SRT-DT-TROCA > WRK-DATA-BASE
               MOVE SRT-DT-TROCA TO WRK-DATA-BASE
           END-IF.
           MOVE ZEROS TO WRK-DIAS-SEM-USO.
           IF WRK-DATA-BASE > ZEROS
               AND WRK-DATA-BASE < WRK-DATA-REF-N
               COMPUTE WRK-DIAS-SEM-USO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-REF-N) -
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-BASE)
           END-IF.
           MOVE ZEROS TO WRK-IDADE-SENHA.
           IF SRT-DT-TROCA > ZEROS
               AND SRT-DT-TROCA < WRK-DATA-REF-N
               COMPUTE WRK-IDADE-SENHA =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-REF-N) -
                   FUNCTION INTEGER-OF-DATE(SRT-DT-TROCA)
           END-IF.

      * O QUE O GESTOR PRECISA OLHAR: CONTA ATIVA SEM USO NO PRAZO
      * (SERA BLOQUEADA NA PROXIMA RODADA DO BLOQUEIA-INATIVOS),
      * CONTA SEM NENHUMA DATA E SENHA VENCIDA
       0450-APONTAR-CONTA.
           MOVE SPACES TO WRK-LD-APONTAMENTO.
           EVALUATE TRUE
               WHEN SRT-BLOQUEADO = 'S'
                   CONTINUE
               WHEN WRK-DATA-BASE = ZEROS
                   MOVE 'SEM DATAS - CONFERIR'
                       TO WRK-LD-APONTAMENTO
               WHEN WRK-DIAS-SEM-USO > WRK-DIAS-INATIVO
                   MOVE 'INATIVA' TO WRK-LD-APONTAMENTO
                   ADD 1 TO WRK-CONT-INATIVAS
               WHEN WRK-IDADE-SENHA > WRK-VALIDADE-SENHA
                   MOVE 'SENHA VENCIDA' TO WRK-LD-APONTAMENTO
                   ADD 1 TO WRK-CONT-VENCIDAS
           END-EVALUATE.

       0500-IMPRIMIR-TOTAIS.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-CONT-CONTAS TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'CONTAS REVISADAS:           ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-CONT-BLOQUEADAS TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'CONTAS BLOQUEADAS:          ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-CONT-INATIVAS TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'CONTAS ATIVAS INATIVAS:     ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-CONT-VENCIDAS TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'SENHAS VENCIDAS:            ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-CONT-DELEGADAS TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'DELEGACOES VIGENTES:        ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

      * QUADRO DE VISTO: O GESTOR CONFERE E ASSINA A REVISAO
       0600-IMPRIMIR-VISTO.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE 'REVISADO E APROVADO POR: __________________________'
               TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE 'DATA: ____/____/________   ASSINATURA: _______________'
               TO WRK-IMP-AREA.
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
