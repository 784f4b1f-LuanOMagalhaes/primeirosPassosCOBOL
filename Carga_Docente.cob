       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-DOCENTE.
      ***************************
      * Área de comentários
      * OBJETIVO: CARGA DOCENTE DO PERIODO LETIVO PARA A FOLHA DO RH.
      * CONFRONTA AS AULAS PREVISTAS NA ATRIBUICAO (ATRIBUICOES.DAT)
      * COM AS AULAS DADAS LANCADAS NO DIARIO (REGISTROS '1' DE
      * DIARIO.DAT, QUE TRAZEM O PROFESSOR QUE DEU A AULA), POR
      * PROFESSOR, TURMA E DISCIPLINA. A AULA DADA PELO SUBSTITUTO
      * CONTA PARA O SUBSTITUTO, NA COLUNA PROPRIA, E NAO ABATE O
      * SALDO DO TITULAR. AULA LANCADA ANTES DO CONTROLE DE PROFESSOR
      * (SEM CODIGO NO DIARIO) SAI NUMA LINHA SEPARADA E NAO E
      * CREDITADA A NINGUEM (CARGA.DYYYYMMDD.RPT, ANOTADO NO
      * RELCAT.DAT)
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ATRIBUICOES ASSIGN TO 'ATRIBUICOES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-FS-ATRIBUICOES.

           SELECT ARQ-DIARIO ASSIGN TO 'DIARIO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIARIO.

      * CADASTRO SO PARA O NOME NO RELATORIO; E OPCIONAL
           SELECT ARQ-PROFESSORES ASSIGN TO 'PROFESSORES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-CODIGO
               ALTERNATE RECORD KEY IS PRF-USUARIO
               FILE STATUS IS WRK-FS-PROFESSORES.

      * PREVISTAS E DADAS JUNTAS NA ORDEM PROFESSOR / TURMA /
      * DISCIPLINA, PARA AS QUEBRAS DO RELATORIO
           SELECT ARQ-CLASSIF ASSIGN TO 'SORTWK01'.

      * O RELATORIO SAI COMO GERACAO DATADA (CARGA.DYYYYMMDD.RPT),
      * ANOTADA NO CATALOGO RELCAT.DAT
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
       FD  ARQ-ATRIBUICOES.
       01  REG-ATRIBUICAO.
           05 ATR-CHAVE.
               10 ATR-TURMA       PIC X(05).
               10 ATR-DISCIPLINA  PIC X(03).
               10 ATR-PERIODO     PIC 9(04).
           05 ATR-PROFESSOR       PIC X(05).
           05 ATR-SUBSTITUTO      PIC X(05).
           05 ATR-AULAS-PREV      PIC 9(03).

       FD  ARQ-DIARIO
           RECORDING MODE IS F.
       01  REG-DIARIO.
           05 DIA-TIPO        PIC X(01).
             88 DIA-TIPO-AULA  VALUE '1'.
             88 DIA-TIPO-FALTA VALUE '2'.
           05 DIA-DADOS       PIC X(21).
           05 DIA-DADOS-AULA REDEFINES DIA-DADOS.
               10 DIA-TURMA       PIC X(05).
               10 DIA-DISCIPLINA  PIC X(03).
               10 DIA-DATA        PIC 9(08).
               10 DIA-PROFESSOR   PIC X(05).
           05 DIA-DADOS-FALTA REDEFINES DIA-DADOS.
               10 DIA-ID          PIC X(10).
               10 FILLER          PIC X(11).

       FD  ARQ-PROFESSORES.
       01  REG-PROFESSOR.
           05 PRF-CODIGO        PIC X(05).
           05 PRF-NOME          PIC X(30).
           05 PRF-USUARIO       PIC X(20).
           05 PRF-SITUACAO      PIC X(01).

      * UM REGISTRO POR ATRIBUICAO DO PERIODO (SO AS PREVISTAS) E UM
      * POR AULA LANCADA (DADA PELO TITULAR OU PELO SUBSTITUTO)
       SD  ARQ-CLASSIF.
       01  REG-CLASSIF.
           05 SRT-PROFESSOR     PIC X(05).
           05 SRT-TURMA         PIC X(05).
           05 SRT-DISCIPLINA    PIC X(03).
           05 SRT-PREVISTAS     PIC 9(03).
           05 SRT-DADAS         PIC 9(01).
           05 SRT-SUBST         PIC 9(01).

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
       77 WRK-FS-ATRIBUICOES PIC X(02) VALUE ZEROS.
       77 WRK-FS-DIARIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-PROFESSORES PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATALOGO PIC X(02) VALUE ZEROS.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WRK-EOF-ARQUIVO PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-EOF-CLASSIF PIC X(01) VALUE 'N'.
         88 FIM-CLASSIF VALUE 'S'.
       77 WRK-FLAG-DIARIO PIC X(01) VALUE 'N'.
         88 DIARIO-ABERTO VALUE 'S'.
       77 WRK-FLAG-PROFESSORES PIC X(01) VALUE 'N'.
         88 PROFESSORES-ABERTO VALUE 'S'.
       77 WRK-FLAG-PRIMEIRO PIC X(01) VALUE 'S'.
         88 PRIMEIRO-REGISTRO VALUE 'S'.

       COPY RUNLOG.

       COPY CATREL.

       COPY IMPRESSO.

      * PERIODO LETIVO DO RELATORIO (AAAA)
       77 WRK-PERIODO-X PIC X(04) VALUE SPACES.
       77 WRK-PERIODO REDEFINES WRK-PERIODO-X PIC 9(04).

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

      * QUEBRAS: PROFESSOR E A LINHA PROFESSOR / TURMA / DISCIPLINA
       77 WRK-PROFESSOR-ANT PIC X(05) VALUE SPACES.
       01 WRK-CHAVE-ANT.
           05 WRK-CA-PROFESSOR  PIC X(05).
           05 WRK-CA-TURMA      PIC X(05).
           05 WRK-CA-DISCIPLINA PIC X(03).
       01 WRK-CHAVE-ATUAL.
           05 WRK-CH-PROFESSOR  PIC X(05).
           05 WRK-CH-TURMA      PIC X(05).
           05 WRK-CH-DISCIPLINA PIC X(03).

      * ACUMULADORES DA LINHA, DO PROFESSOR E DO PERIODO
       77 WRK-LIN-PREVISTAS PIC 9(05) VALUE ZEROS.
       77 WRK-LIN-DADAS PIC 9(05) VALUE ZEROS.
       77 WRK-LIN-SUBST PIC 9(05) VALUE ZEROS.
       77 WRK-PRF-PREVISTAS PIC 9(05) VALUE ZEROS.
       77 WRK-PRF-DADAS PIC 9(05) VALUE ZEROS.
       77 WRK-PRF-SUBST PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-PREVISTAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-DADAS PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-SUBST PIC 9(06) VALUE ZEROS.
       77 WRK-CONT-PROFESSORES PIC 9(04) VALUE ZEROS.
       77 WRK-CONT-SEM-PROFESSOR PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-SEM-ATRIBUICAO PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-ED PIC ZZZZ9 VALUE ZEROS.

      * CAMPOS DE EDICAO DA LINHA (DETALHE OU TOTAL)
       77 WRK-ED-PREVISTAS PIC 9(06) VALUE ZEROS.
       77 WRK-ED-DADAS PIC 9(06) VALUE ZEROS.
       77 WRK-ED-SUBST PIC 9(06) VALUE ZEROS.
       77 WRK-SALDO PIC S9(06) VALUE ZEROS.
       77 WRK-PCT-CUMPRIDO PIC 9(04)V9 VALUE ZEROS.

       01 WRK-LINHA-CARGA.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LC-PROFESSOR   PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WRK-LC-NOME        PIC X(30).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WRK-LC-TURMA       PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WRK-LC-DISCIPLINA  PIC X(05).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LC-PREVISTAS   PIC ZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LC-DADAS       PIC ZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LC-SUBST       PIC ZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LC-TOTAL       PIC ZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LC-SALDO       PIC -ZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LC-PCT         PIC ZZZ9,9.
           05 WRK-LC-PCT-X REDEFINES WRK-LC-PCT PIC X(06).

      * CABECALHO DE COLUNAS, ALINHADO COLUNA A COLUNA COM
      * WRK-LINHA-CARGA ACIMA, REPETIDO A CADA PAGINA
       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(05) VALUE 'PROF.'.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 FILLER             PIC X(30) VALUE 'NOME'.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 FILLER             PIC X(05) VALUE 'TURMA'.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 FILLER             PIC X(05) VALUE 'DISC.'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE 'PREVIS'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE ' DADAS'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE ' SUBST'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE ' TOTAL'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(07) VALUE '  SALDO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE 'CUMPR%'.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           MOVE 'N' TO WRK-EOF-CLASSIF.
           MOVE 'N' TO WRK-FLAG-DIARIO.
           MOVE 'N' TO WRK-FLAG-PROFESSORES.
           MOVE 'S' TO WRK-FLAG-PRIMEIRO.
           MOVE ZEROS TO WRK-CTL-LIDOS.
           MOVE ZEROS TO WRK-CTL-PROCESSADOS.
           MOVE ZEROS TO WRK-CTL-REJEITADOS.
           MOVE ZEROS TO WRK-TOT-PREVISTAS.
           MOVE ZEROS TO WRK-TOT-DADAS.
           MOVE ZEROS TO WRK-TOT-SUBST.
           MOVE ZEROS TO WRK-CONT-PROFESSORES.
           MOVE ZEROS TO WRK-CONT-SEM-PROFESSOR.
           MOVE ZEROS TO WRK-CONT-SEM-ATRIBUICAO.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           PERFORM 0150-OBTER-PERIODO.
           PERFORM 0200-ABRIR-ARQUIVOS.
           PERFORM 0500-ABRIR-RELATORIO.
           SORT ARQ-CLASSIF
               ON ASCENDING KEY SRT-PROFESSOR
                                SRT-TURMA
                                SRT-DISCIPLINA
               INPUT PROCEDURE IS 0300-LIBERAR-AULAS
               OUTPUT PROCEDURE IS 0400-IMPRIMIR-CARGA.
           PERFORM 0760-IMPRIMIR-TOTAIS.
           PERFORM 9820-ENCERRAR-RELATORIO.
           PERFORM 0800-FECHAR-ARQUIVOS.

           MOVE 'CARGA-DOCENTE' TO WRK-RL-PROGRAMA.
           PERFORM 9700-GRAVAR-CONTROLE.

           MOVE WRK-CONT-PROFESSORES TO WRK-CONT-ED.
           DISPLAY 'PROFESSORES NO PERIODO.....: ' WRK-CONT-ED.
           MOVE WRK-CTL-PROCESSADOS TO WRK-CONT-ED.
           DISPLAY 'AULAS LANCADAS NO PERIODO..: ' WRK-CONT-ED.
           MOVE WRK-CTL-REJEITADOS TO WRK-CONT-ED.
           DISPLAY 'AULAS FORA DA ATRIBUICAO...: ' WRK-CONT-ED.
           DISPLAY 'RELATORIO EM ' WRK-NOME-RELATORIO.
           GOBACK.

      * PERIODO LETIVO: BRANCO ASSUME O ANO DA DATA CORRENTE
       0150-OBTER-PERIODO.
           DISPLAY 'PERIODO LETIVO (AAAA, BRANCO=ANO ATUAL)'
           ACCEPT WRK-PERIODO-X FROM CONSOLE.
           IF WRK-PERIODO-X = SPACES OR WRK-PERIODO-X NOT NUMERIC
               MOVE WRK-DATA-HOJE (1:4) TO WRK-PERIODO-X
           END-IF.

      * SEM ATRIBUICOES NAO HA CARGA PREVISTA NEM A QUEM CREDITAR A
      * AULA; SEM DIARIO O RELATORIO SAI SO COM AS PREVISTAS
       0200-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-ATRIBUICOES.
           IF WRK-FS-ATRIBUICOES NOT = '00'
               DISPLAY 'ERRO AO ABRIR ATRIBUICOES.DAT - FS='
                   WRK-FS-ATRIBUICOES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQ-DIARIO.
           IF WRK-FS-DIARIO = '00'
               MOVE 'S' TO WRK-FLAG-DIARIO
           ELSE
               DISPLAY 'NENHUMA AULA LANCADA (DIARIO.DAT AUSENTE)'
           END-IF.
           OPEN INPUT ARQ-PROFESSORES.
           IF WRK-FS-PROFESSORES = '00'
               MOVE 'S' TO WRK-FLAG-PROFESSORES
           END-IF.

      * ENTRADA DO SORT: AS ATRIBUICOES DO PERIODO E DEPOIS AS AULAS
      * DO DIARIO CUJA DATA CAI NO PERIODO
       0300-LIBERAR-AULAS.
           MOVE LOW-VALUES TO ATR-CHAVE.
           START ARQ-ATRIBUICOES KEY >= ATR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-EOF-ARQUIVO
           END-START.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-ATRIBUICOES NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-ARQUIVO
                   NOT AT END
                       IF ATR-PERIODO = WRK-PERIODO
                           PERFORM 0310-LIBERAR-PREVISTAS
                       END-IF
               END-READ
           END-PERFORM.

           IF DIARIO-ABERTO
               MOVE 'N' TO WRK-EOF-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-DIARIO
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           ADD 1 TO WRK-CTL-LIDOS
                           IF DIA-TIPO-AULA
                               AND DIA-DATA (1:4) = WRK-PERIODO-X
                               PERFORM 0320-LIBERAR-AULA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       0310-LIBERAR-PREVISTAS.
           INITIALIZE REG-CLASSIF.
           MOVE ATR-PROFESSOR  TO SRT-PROFESSOR.
           MOVE ATR-TURMA      TO SRT-TURMA.
           MOVE ATR-DISCIPLINA TO SRT-DISCIPLINA.
           MOVE ATR-AULAS-PREV TO SRT-PREVISTAS.
           RELEASE REG-CLASSIF.

      * AULA DE QUEM NAO E O TITULAR DA ATRIBUICAO E AULA DE
      * SUBSTITUICAO. AULA SEM ATRIBUICAO NO PERIODO (ATRIBUICAO
      * DESFEITA DEPOIS DO LANCAMENTO) OU SEM PROFESSOR (LANCADA
      * ANTES DO CONTROLE) E CONTADA A PARTE COMO REJEITADA
       0320-LIBERAR-AULA.
           ADD 1 TO WRK-CTL-PROCESSADOS.
           INITIALIZE REG-CLASSIF.
           MOVE DIA-PROFESSOR  TO SRT-PROFESSOR.
           MOVE DIA-TURMA      TO SRT-TURMA.
           MOVE DIA-DISCIPLINA TO SRT-DISCIPLINA.
           MOVE DIA-TURMA      TO ATR-TURMA.
           MOVE DIA-DISCIPLINA TO ATR-DISCIPLINA.
           MOVE WRK-PERIODO    TO ATR-PERIODO.
           READ ARQ-ATRIBUICOES
               INVALID KEY
                   ADD 1 TO WRK-CONT-SEM-ATRIBUICAO
                   ADD 1 TO WRK-CTL-REJEITADOS
                   MOVE 1 TO SRT-DADAS
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN DIA-PROFESSOR = SPACES
                           ADD 1 TO WRK-CONT-SEM-PROFESSOR
                           ADD 1 TO WRK-CTL-REJEITADOS
                           MOVE 1 TO SRT-DADAS
                       WHEN DIA-PROFESSOR = ATR-PROFESSOR
                           MOVE 1 TO SRT-DADAS
                       WHEN OTHER
                           MOVE 1 TO SRT-SUBST
                   END-EVALUATE
           END-READ.
           RELEASE REG-CLASSIF.

      * SAIDA DO SORT: QUEBRA POR LINHA (PROFESSOR / TURMA /
      * DISCIPLINA) E POR PROFESSOR
       0400-IMPRIMIR-CARGA.
           PERFORM UNTIL FIM-CLASSIF
               RETURN ARQ-CLASSIF
                   AT END
                       MOVE 'S' TO WRK-EOF-CLASSIF
                   NOT AT END
                       PERFORM 0410-TRATAR-REGISTRO
               END-RETURN
           END-PERFORM.
           IF NOT PRIMEIRO-REGISTRO
               PERFORM 0420-FECHAR-LINHA
               PERFORM 0430-FECHAR-PROFESSOR
           END-IF.

       0410-TRATAR-REGISTRO.
           MOVE SRT-PROFESSOR  TO WRK-CH-PROFESSOR.
           MOVE SRT-TURMA      TO WRK-CH-TURMA.
           MOVE SRT-DISCIPLINA TO WRK-CH-DISCIPLINA.
           IF PRIMEIRO-REGISTRO
               MOVE 'N' TO WRK-FLAG-PRIMEIRO
               PERFORM 0440-ABRIR-PROFESSOR
               PERFORM 0450-ABRIR-LINHA
           ELSE
               IF WRK-CHAVE-ATUAL NOT = WRK-CHAVE-ANT
                   PERFORM 0420-FECHAR-LINHA
                   IF SRT-PROFESSOR NOT = WRK-PROFESSOR-ANT
                       PERFORM 0430-FECHAR-PROFESSOR
                       PERFORM 0440-ABRIR-PROFESSOR
                   END-IF
                   PERFORM 0450-ABRIR-LINHA
               END-IF
           END-IF.
           ADD SRT-PREVISTAS TO WRK-LIN-PREVISTAS.
           ADD SRT-DADAS     TO WRK-LIN-DADAS.
           ADD SRT-SUBST     TO WRK-LIN-SUBST.

       0420-FECHAR-LINHA.
           MOVE WRK-CA-PROFESSOR  TO WRK-LC-PROFESSOR.
           MOVE SPACES TO WRK-LC-NOME.
           MOVE WRK-CA-TURMA      TO WRK-LC-TURMA.
           MOVE WRK-CA-DISCIPLINA TO WRK-LC-DISCIPLINA.
           MOVE WRK-LIN-PREVISTAS TO WRK-ED-PREVISTAS.
           MOVE WRK-LIN-DADAS     TO WRK-ED-DADAS.
           MOVE WRK-LIN-SUBST     TO WRK-ED-SUBST.
           PERFORM 0460-EDITAR-LINHA.
           MOVE WRK-LINHA-CARGA TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           ADD WRK-LIN-PREVISTAS TO WRK-PRF-PREVISTAS.
           ADD WRK-LIN-DADAS     TO WRK-PRF-DADAS.
           ADD WRK-LIN-SUBST     TO WRK-PRF-SUBST.

      * O TOTAL DO PROFESSOR (DADAS + SUBSTITUICOES) E A CARGA QUE
      * VAI PARA A FOLHA
       0430-FECHAR-PROFESSOR.
           MOVE WRK-PROFESSOR-ANT TO WRK-LC-PROFESSOR.
           MOVE 'TOTAL DO PROFESSOR' TO WRK-LC-NOME.
           MOVE SPACES TO WRK-LC-TURMA.
           MOVE SPACES TO WRK-LC-DISCIPLINA.
           MOVE WRK-PRF-PREVISTAS TO WRK-ED-PREVISTAS.
           MOVE WRK-PRF-DADAS     TO WRK-ED-DADAS.
           MOVE WRK-PRF-SUBST     TO WRK-ED-SUBST.
           PERFORM 0460-EDITAR-LINHA.
           MOVE WRK-LINHA-CARGA TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           ADD WRK-PRF-PREVISTAS TO WRK-TOT-PREVISTAS.
           ADD WRK-PRF-DADAS     TO WRK-TOT-DADAS.
           ADD WRK-PRF-SUBST     TO WRK-TOT-SUBST.

      * NOME DO CADASTRO NA LINHA DE ABERTURA DO PROFESSOR
       0440-ABRIR-PROFESSOR.
           MOVE SRT-PROFESSOR TO WRK-PROFESSOR-ANT.
           MOVE ZEROS TO WRK-PRF-PREVISTAS.
           MOVE ZEROS TO WRK-PRF-DADAS.
           MOVE ZEROS TO WRK-PRF-SUBST.
           MOVE SPACES TO WRK-IMP-AREA.
           IF SRT-PROFESSOR = SPACES
               MOVE 'AULAS SEM PROFESSOR (LANCADAS ANTES DO CONTROLE)'
                   TO WRK-IMP-AREA
           ELSE
               ADD 1 TO WRK-CONT-PROFESSORES
               MOVE 'NAO CADASTRADO' TO PRF-NOME
               IF PROFESSORES-ABERTO
                   MOVE SRT-PROFESSOR TO PRF-CODIGO
                   READ ARQ-PROFESSORES
                       INVALID KEY
                           MOVE 'NAO CADASTRADO' TO PRF-NOME
                   END-READ
               END-IF
               STRING 'PROFESSOR ' DELIMITED BY SIZE
                      SRT-PROFESSOR DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      PRF-NOME DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
           END-IF.
           PERFORM 9800-IMPRIMIR-LINHA.

       0450-ABRIR-LINHA.
           MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
           MOVE ZEROS TO WRK-LIN-PREVISTAS.
           MOVE ZEROS TO WRK-LIN-DADAS.
           MOVE ZEROS TO WRK-LIN-SUBST.

      * SALDO = PREVISTAS - DADAS PELO PROPRIO PROFESSOR (NEGATIVO
      * QUANDO DEU AULAS ALEM DO PREVISTO); O PERCENTUAL CUMPRIDO SO
      * EXISTE ONDE HA AULAS PREVISTAS
       0460-EDITAR-LINHA.
           MOVE WRK-ED-PREVISTAS TO WRK-LC-PREVISTAS.
           MOVE WRK-ED-DADAS     TO WRK-LC-DADAS.
           MOVE WRK-ED-SUBST     TO WRK-LC-SUBST.
           COMPUTE WRK-LC-TOTAL = WRK-ED-DADAS + WRK-ED-SUBST.
           COMPUTE WRK-SALDO = WRK-ED-PREVISTAS - WRK-ED-DADAS.
           MOVE WRK-SALDO TO WRK-LC-SALDO.
           IF WRK-ED-PREVISTAS = ZEROS
               MOVE '  ----' TO WRK-LC-PCT-X
           ELSE
               COMPUTE WRK-PCT-CUMPRIDO ROUNDED =
                   WRK-ED-DADAS * 100 / WRK-ED-PREVISTAS
                   ON SIZE ERROR
                       MOVE 9999,9 TO WRK-PCT-CUMPRIDO
               END-COMPUTE
               MOVE WRK-PCT-CUMPRIDO TO WRK-LC-PCT
           END-IF.

       0500-ABRIR-RELATORIO.
           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING 'CARGA.D'      DELIMITED BY SIZE
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
           MOVE 'CARGA-DOCENTE'    TO WRK-CAT-RELATORIO.
           MOVE WRK-DATA-HOJE      TO WRK-CAT-DATA.
           MOVE WRK-NOME-RELATORIO TO WRK-CAT-ARQUIVO.
           MOVE 'P'                TO WRK-CAT-SITUACAO.
           PERFORM 9650-GRAVAR-CATALOGO.

           MOVE SPACES TO WRK-IMP-TITULO.
           STRING 'CARGA DOCENTE - PERIODO LETIVO ' DELIMITED BY SIZE
                  WRK-PERIODO-X DELIMITED BY SIZE
               INTO WRK-IMP-TITULO
           END-STRING.
           MOVE 'CARGA-DOCENTE' TO WRK-IMP-PROGRAMA.
           MOVE WRK-DATA-HOJE TO WRK-IMP-DATA.
           MOVE ZEROS TO WRK-IMP-PAGINA.
           MOVE 99 TO WRK-IMP-LINHA.

       0760-IMPRIMIR-TOTAIS.
           MOVE SPACES TO WRK-LC-PROFESSOR.
           MOVE 'TOTAL DO PERIODO' TO WRK-LC-NOME.
           MOVE SPACES TO WRK-LC-TURMA.
           MOVE SPACES TO WRK-LC-DISCIPLINA.
           MOVE WRK-TOT-PREVISTAS TO WRK-ED-PREVISTAS.
           MOVE WRK-TOT-DADAS     TO WRK-ED-DADAS.
           MOVE WRK-TOT-SUBST     TO WRK-ED-SUBST.
           PERFORM 0460-EDITAR-LINHA.
           MOVE WRK-LINHA-CARGA TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

           MOVE WRK-CONT-SEM-PROFESSOR TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'AULAS SEM PROFESSOR NO DIARIO (NAO CREDITADAS): '
                  DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-CONT-SEM-ATRIBUICAO TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'AULAS SEM ATRIBUICAO NO PERIODO: '
                  DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

       0800-FECHAR-ARQUIVOS.
           CLOSE ARQ-ATRIBUICOES.
           IF DIARIO-ABERTO
               CLOSE ARQ-DIARIO
           END-IF.
           IF PROFESSORES-ABERTO
               CLOSE ARQ-PROFESSORES
           END-IF.
           CLOSE ARQ-RELATORIO.

      * QUADRO DE IMPRESSAO PADRAO DO RELATORIO (IMPRESSO.CPY):
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
