       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISO-FALTAS.
      ***************************
      * Área de comentários
      * OBJETIVO: AVISO SEMANAL DE FALTAS NO MEIO DO PERIODO LETIVO,
      * ANTES QUE A REPROVACAO POR FALTA SO APARECA NO NOTAS-TURMA DO
      * FIM DO PERIODO. CONTA AS FALTAS JA LANCADAS POR ALUNO, TURMA E
      * DISCIPLINA DIRETO DOS REGISTROS '1' (AULA) E '2' (AUSENTE) DO
      * DIARIO.DAT E COMPARA COM O LIMITE DO REGULAMENTO (25% DAS
      * AULAS PREVISTAS NA ATRIBUICAO, O COMPLEMENTO DA FREQUENCIA
      * MINIMA DE 75%). ENTRA NO AVISO QUEM JA USOU MAIS QUE A PARCELA
      * INFORMADA DO LIMITE; QUEM ESTA A UMA OU DUAS AULAS DA
      * REPROVACAO, OU JA PASSOU DO LIMITE, RECEBE O ALERTA MAIS FORTE.
      * SAI UMA CARTA POR ALUNO, COM O NOME DE ALUNOS.DAT, E NO FIM O
      * RESUMO PARA A COORDENACAO, DO CASO MAIS GRAVE PARA O MAIS LEVE
      * (AVISOFALTA.DYYYYMMDD.RPT, ANOTADO NO RELCAT.DAT). SO LE O
      * DIARIO: O FREQUENCIA.DAT CONTINUA SENDO DO DIARIO-CLASSE
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DIARIO ASSIGN TO 'DIARIO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIARIO.

      * AULAS PREVISTAS DA TURMA/DISCIPLINA NO PERIODO: A BASE DO
      * LIMITE DE FALTAS
           SELECT ARQ-ATRIBUICOES ASSIGN TO 'ATRIBUICOES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-FS-ATRIBUICOES.

           SELECT ARQ-ALUNOS ASSIGN TO 'ALUNOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ID
               FILE STATUS IS WRK-FS-ALUNOS.

      * CADASTRO SO PARA O NOME DA DISCIPLINA NA CARTA; E OPCIONAL
           SELECT ARQ-DISCIPLINAS ASSIGN TO 'DISCIPLINAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS WRK-FS-DISCIPLINAS.

      * AUSENCIAS DO PERIODO NA ORDEM ALUNO / TURMA / DISCIPLINA
           SELECT ARQ-CLASSIF ASSIGN TO 'SORTWK01'.

      * CASOS AVISADOS, GUARDADOS DURANTE AS CARTAS PARA O RESUMO DA
      * COORDENACAO, QUE OS REORDENA POR GRAVIDADE E TURMA
           SELECT ARQ-AVISOS ASSIGN TO 'AVISOFALTA.WRK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AVISOS.

           SELECT ARQ-ORDENA ASSIGN TO 'SORTWK02'.

      * CARTAS E RESUMO SAEM COMO GERACAO DATADA
      * (AVISOFALTA.DYYYYMMDD.RPT), ANOTADA NO CATALOGO RELCAT.DAT
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

       FD  ARQ-ATRIBUICOES.
       01  REG-ATRIBUICAO.
           05 ATR-CHAVE.
               10 ATR-TURMA       PIC X(05).
               10 ATR-DISCIPLINA  PIC X(03).
               10 ATR-PERIODO     PIC 9(04).
           05 ATR-PROFESSOR       PIC X(05).
           05 ATR-SUBSTITUTO      PIC X(05).
           05 ATR-AULAS-PREV      PIC 9(03).

       FD  ARQ-ALUNOS.
       01  REG-ALUNO-MST.
           05 MST-ID            PIC X(10).
           05 MST-NOME          PIC X(30).
           05 MST-CURSO         PIC X(15).
           05 MST-SITUACAO      PIC X(01).

       FD  ARQ-DISCIPLINAS.
       01  REG-DISCIPLINA.
           05 DIS-CODIGO        PIC X(03).
           05 DIS-NOME          PIC X(20).

       SD  ARQ-CLASSIF.
       01  REG-CLASSIF.
           05 SRT-ID            PIC X(10).
           05 SRT-TURMA         PIC X(05).
           05 SRT-DISCIPLINA    PIC X(03).

      * NIVEL DO AVISO: 1 = LIMITE ULTRAPASSADO, 2 = A UMA OU DUAS
      * AULAS DA REPROVACAO, 3 = ACIMA DA PARCELA DO LIMITE
       FD  ARQ-AVISOS
           RECORDING MODE IS F.
       01  REG-AVISO.
           05 AVI-NIVEL         PIC 9(01).
           05 AVI-TURMA         PIC X(05).
           05 AVI-DISCIPLINA    PIC X(03).
           05 AVI-ID            PIC X(10).
           05 AVI-NOME          PIC X(30).
           05 AVI-DADAS         PIC 9(03).
           05 AVI-PREVISTAS     PIC 9(03).
           05 AVI-FALTAS        PIC 9(03).
           05 AVI-PERMITIDAS    PIC 9(03).

       SD  ARQ-ORDENA.
       01  REG-ORDENA.
           05 ORD-NIVEL         PIC 9(01).
           05 ORD-TURMA         PIC X(05).
           05 ORD-DISCIPLINA    PIC X(03).
           05 ORD-ID            PIC X(10).
           05 ORD-NOME          PIC X(30).
           05 ORD-DADAS         PIC 9(03).
           05 ORD-PREVISTAS     PIC 9(03).
           05 ORD-FALTAS        PIC 9(03).
           05 ORD-PERMITIDAS    PIC 9(03).

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
       77 WRK-FS-DIARIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-ATRIBUICOES PIC X(02) VALUE ZEROS.
       77 WRK-FS-ALUNOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-DISCIPLINAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-AVISOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATALOGO PIC X(02) VALUE ZEROS.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WRK-EOF-DIARIO PIC X(01) VALUE 'N'.
         88 FIM-DIARIO VALUE 'S'.
       77 WRK-EOF-CLASSIF PIC X(01) VALUE 'N'.
         88 FIM-CLASSIF VALUE 'S'.
       77 WRK-EOF-ORDENA PIC X(01) VALUE 'N'.
         88 FIM-ORDENA VALUE 'S'.
       77 WRK-FLAG-DISCIPLINAS PIC X(01) VALUE 'N'.
         88 DISCIPLINAS-ABERTO VALUE 'S'.
       77 WRK-FLAG-PRIMEIRO PIC X(01) VALUE 'S'.
         88 PRIMEIRO-REGISTRO VALUE 'S'.

      * SECAO EM IMPRESSAO: AS CARTAS NAO TEM CABECALHO DE COLUNAS NA
      * QUEBRA DE PAGINA; O RESUMO DA COORDENACAO TEM
       77 WRK-SECAO PIC X(01) VALUE 'C'.
         88 SECAO-CARTAS VALUE 'C'.
         88 SECAO-RESUMO VALUE 'R'.

       COPY RUNLOG.

       COPY CATREL.

       COPY IMPRESSO.

       77 WRK-PERIODO-X PIC X(04) VALUE SPACES.
       77 WRK-PERIODO REDEFINES WRK-PERIODO-X PIC 9(04).

      * PARCELA DO LIMITE DE FALTAS A PARTIR DA QUAL O ALUNO E AVISADO
       77 WRK-PCT-AVISO-X PIC X(02) VALUE SPACES.
       77 WRK-PCT-AVISO REDEFINES WRK-PCT-AVISO-X PIC 9(02).

      * REGRA DO REGULAMENTO, A MESMA DO NOTAS-TURMA: FREQUENCIA
      * MINIMA DE 75% DAS AULAS
       77 WRK-MIN-FREQUENCIA PIC 9(03) VALUE 75.

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

      * AULA EM LEITURA NO DIARIO: OS AUSENTES SO CONTAM QUANDO A
      * AULA E DO PERIODO PEDIDO
       77 WRK-FLAG-AULA PIC X(01) VALUE 'N'.
         88 AULA-DO-PERIODO VALUE 'S'.
       77 WRK-AULA-TURMA PIC X(05) VALUE SPACES.
       77 WRK-AULA-DISCIPLINA PIC X(03) VALUE SPACES.

      * AULAS JA DADAS NO PERIODO POR TURMA E DISCIPLINA
       77 WRK-QTD-AULAS PIC 9(03) VALUE ZEROS.
       01 TAB-AULAS.
           05 TAB-AUL-ITEM OCCURS 300 TIMES
                            INDEXED BY IDX-AUL.
               10 TAB-AUL-TURMA      PIC X(05).
               10 TAB-AUL-DISCIPLINA PIC X(03).
               10 TAB-AUL-DADAS      PIC 9(03).

      * QUEBRAS DA APURACAO: ALUNO E ALUNO / TURMA / DISCIPLINA
       77 WRK-ID-ANT PIC X(10) VALUE SPACES.
       01 WRK-CHAVE-ANT.
           05 WRK-CA-ID         PIC X(10).
           05 WRK-CA-TURMA      PIC X(05).
           05 WRK-CA-DISCIPLINA PIC X(03).
       01 WRK-CHAVE-ATUAL.
           05 WRK-CH-ID         PIC X(10).
           05 WRK-CH-TURMA      PIC X(05).
           05 WRK-CH-DISCIPLINA PIC X(03).
       77 WRK-FALTAS PIC 9(03) VALUE ZEROS.
       77 WRK-DADAS PIC 9(03) VALUE ZEROS.
       77 WRK-PREVISTAS PIC 9(03) VALUE ZEROS.
       77 WRK-PERMITIDAS PIC 9(03) VALUE ZEROS.
       77 WRK-RESTANTES PIC S9(03) VALUE ZEROS.
       77 WRK-NIVEL PIC 9(01) VALUE ZEROS.

      * ALUNO EM APURACAO: CADASTRO E DISCIPLINAS AVISADAS, QUE VAO
      * PARA A CARTA QUANDO O ALUNO FECHA
       77 WRK-NOME-ALUNO PIC X(30) VALUE SPACES.
       77 WRK-CURSO-ALUNO PIC X(15) VALUE SPACES.
       77 WRK-FLAG-ALUNO PIC X(01) VALUE 'N'.
         88 ALUNO-ATIVO VALUE 'S'.
       77 WRK-NIVEL-CARTA PIC 9(01) VALUE ZEROS.
       77 WRK-QTD-ALR PIC 9(02) VALUE ZEROS.
       01 TAB-ALERTAS.
           05 TAB-ALR-ITEM OCCURS 30 TIMES.
               10 TAB-ALR-NIVEL      PIC 9(01).
               10 TAB-ALR-TURMA      PIC X(05).
               10 TAB-ALR-DISCIPLINA PIC X(03).
               10 TAB-ALR-DADAS      PIC 9(03).
               10 TAB-ALR-PREVISTAS  PIC 9(03).
               10 TAB-ALR-FALTAS     PIC 9(03).
               10 TAB-ALR-PERMITIDAS PIC 9(03).
       77 WRK-IDX-ALR PIC 9(02) VALUE ZEROS.

      * CONTADORES DA RODADA
       77 WRK-CONT-CARTAS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-ULTRAPASSADOS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-GRAVES PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-AVISOS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-SEM-PREVISAO PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-INATIVOS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-PCT-ED PIC Z9 VALUE ZEROS.
       77 WRK-NIVEL-ANT PIC 9(01) VALUE ZEROS.

      * LINHA DE DISCIPLINA NA CARTA
       01 WRK-LINHA-CARTA.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WRK-LA-TURMA       PIC X(05).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LA-DISCIPLINA  PIC X(03).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WRK-LA-NOME-DISC   PIC X(20).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LA-DADAS       PIC ZZ9.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WRK-LA-PREVISTAS   PIC ZZ9.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WRK-LA-FALTAS      PIC ZZ9.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WRK-LA-PERMITIDAS  PIC ZZ9.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WRK-LA-RESTANTES   PIC -ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LA-SITUACAO    PIC X(14).

      * CABECALHO DA LISTA DE DISCIPLINAS DA CARTA, ALINHADO COLUNA A
      * COLUNA COM WRK-LINHA-CARTA ACIMA, IMPRESSO NO CORPO DA CARTA
       01 WRK-CABECALHO-CARTA.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 FILLER             PIC X(05) VALUE 'TURMA'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(24) VALUE 'DISCIPLINA'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(03) VALUE 'DAD'.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 FILLER             PIC X(03) VALUE 'PRV'.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 FILLER             PIC X(03) VALUE 'FLT'.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 FILLER             PIC X(03) VALUE 'LIM'.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 FILLER             PIC X(04) VALUE 'REST'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(14) VALUE 'SITUACAO'.

      * LINHA DO RESUMO DA COORDENACAO
       01 WRK-LINHA-RESUMO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LR-TURMA       PIC X(05).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LR-DISCIPLINA  PIC X(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LR-ID          PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WRK-LR-NOME        PIC X(30).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LR-DADAS       PIC ZZ9.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WRK-LR-PREVISTAS   PIC ZZ9.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WRK-LR-FALTAS      PIC ZZ9.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WRK-LR-PERMITIDAS  PIC ZZ9.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WRK-LR-RESTANTES   PIC -ZZ9.

      * CABECALHO DE COLUNAS DO RESUMO, ALINHADO COLUNA A COLUNA COM
      * WRK-LINHA-RESUMO ACIMA, REPETIDO A CADA PAGINA DO RESUMO
       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(05) VALUE 'TURMA'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(03) VALUE 'DIS'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'ALUNO'.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 FILLER             PIC X(30) VALUE 'NOME'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(03) VALUE 'DAD'.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 FILLER             PIC X(03) VALUE 'PRV'.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 FILLER             PIC X(03) VALUE 'FLT'.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 FILLER             PIC X(03) VALUE 'LIM'.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 FILLER             PIC X(04) VALUE 'REST'.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-DIARIO.
           MOVE 'N' TO WRK-EOF-CLASSIF.
           MOVE 'N' TO WRK-EOF-ORDENA.
           MOVE 'N' TO WRK-FLAG-DISCIPLINAS.
           MOVE 'S' TO WRK-FLAG-PRIMEIRO.
           MOVE 'N' TO WRK-FLAG-AULA.
           MOVE 'C' TO WRK-SECAO.
           MOVE ZEROS TO WRK-CTL-LIDOS.
           MOVE ZEROS TO WRK-CTL-PROCESSADOS.
           MOVE ZEROS TO WRK-CTL-REJEITADOS.
           MOVE ZEROS TO WRK-QTD-AULAS.
           MOVE ZEROS TO WRK-QTD-ALR.
           MOVE ZEROS TO WRK-CONT-CARTAS.
           MOVE ZEROS TO WRK-CONT-ULTRAPASSADOS.
           MOVE ZEROS TO WRK-CONT-GRAVES.
           MOVE ZEROS TO WRK-CONT-AVISOS.
           MOVE ZEROS TO WRK-CONT-SEM-PREVISAO.
           MOVE ZEROS TO WRK-CONT-INATIVOS.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           PERFORM 0150-OBTER-PARAMETROS.
           PERFORM 0200-ABRIR-ARQUIVOS.
           PERFORM 0250-ABRIR-RELATORIO.
           SORT ARQ-CLASSIF
               ON ASCENDING KEY SRT-ID
                                SRT-TURMA
                                SRT-DISCIPLINA
               INPUT PROCEDURE IS 0300-LIBERAR-FALTAS
               OUTPUT PROCEDURE IS 0400-APURAR-FALTAS.
           CLOSE ARQ-AVISOS.

           PERFORM 0700-ABRIR-RESUMO.
           SORT ARQ-ORDENA
               ON ASCENDING KEY ORD-NIVEL
                                ORD-TURMA
                                ORD-DISCIPLINA
                                ORD-ID
               USING ARQ-AVISOS
               OUTPUT PROCEDURE IS 0710-IMPRIMIR-RESUMO.
           PERFORM 0760-IMPRIMIR-TOTAIS.
           PERFORM 9820-ENCERRAR-RELATORIO.
           PERFORM 0800-FECHAR-ARQUIVOS.

           MOVE WRK-CONT-CARTAS TO WRK-CTL-PROCESSADOS.
           MOVE 'AVISO-FALTAS' TO WRK-RL-PROGRAMA.
           PERFORM 9700-GRAVAR-CONTROLE.

           MOVE WRK-CONT-CARTAS TO WRK-CONT-ED.
           DISPLAY 'CARTAS DE AVISO EMITIDAS...: ' WRK-CONT-ED.
           MOVE WRK-CONT-ULTRAPASSADOS TO WRK-CONT-ED.
           DISPLAY 'LIMITE JA ULTRAPASSADO.....: ' WRK-CONT-ED.
           MOVE WRK-CONT-GRAVES TO WRK-CONT-ED.
           DISPLAY 'A 1 OU 2 AULAS DO LIMITE...: ' WRK-CONT-ED.
           MOVE WRK-CONT-AVISOS TO WRK-CONT-ED.
           DISPLAY 'ACIMA DA PARCELA DO LIMITE.: ' WRK-CONT-ED.
           DISPLAY 'RELATORIO EM ' WRK-NOME-RELATORIO.
           GOBACK.

      * PERIODO LETIVO (BRANCO = ANO ATUAL) E PARCELA DO LIMITE PARA
      * O AVISO (BRANCO = METADE DAS FALTAS PERMITIDAS)
       0150-OBTER-PARAMETROS.
           DISPLAY 'PERIODO LETIVO (AAAA, BRANCO=ANO ATUAL)'
           ACCEPT WRK-PERIODO-X FROM CONSOLE.
           IF WRK-PERIODO-X = SPACES OR WRK-PERIODO-X NOT NUMERIC
               MOVE WRK-DATA-HOJE (1:4) TO WRK-PERIODO-X
           END-IF.
           DISPLAY 'PERCENTUAL DO LIMITE DE FALTAS PARA AVISO '
               '(2 DIGITOS, BRANCO=50)'
           ACCEPT WRK-PCT-AVISO-X FROM CONSOLE.
           IF WRK-PCT-AVISO-X = SPACES OR WRK-PCT-AVISO-X NOT NUMERIC
               MOVE 50 TO WRK-PCT-AVISO
           END-IF.

       0200-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-DIARIO.
           IF WRK-FS-DIARIO NOT = '00'
               DISPLAY 'NENHUMA AULA LANCADA (DIARIO.DAT AUSENTE)'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQ-ATRIBUICOES.
           IF WRK-FS-ATRIBUICOES NOT = '00'
               DISPLAY 'ERRO AO ABRIR ATRIBUICOES.DAT - FS='
                   WRK-FS-ATRIBUICOES
               CLOSE ARQ-DIARIO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQ-ALUNOS.
           IF WRK-FS-ALUNOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ALUNOS.DAT - FS=' WRK-FS-ALUNOS
               CLOSE ARQ-DIARIO
               CLOSE ARQ-ATRIBUICOES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQ-DISCIPLINAS.
           IF WRK-FS-DISCIPLINAS = '00'
               MOVE 'S' TO WRK-FLAG-DISCIPLINAS
           END-IF.
           OPEN OUTPUT ARQ-AVISOS.
           IF WRK-FS-AVISOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR AVISOFALTA.WRK - FS='
                   WRK-FS-AVISOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       0250-ABRIR-RELATORIO.
           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING 'AVISOFALTA.D' DELIMITED BY SIZE
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
           MOVE 'AVISO-FALTAS'     TO WRK-CAT-RELATORIO.
           MOVE WRK-DATA-HOJE      TO WRK-CAT-DATA.
           MOVE WRK-NOME-RELATORIO TO WRK-CAT-ARQUIVO.
           MOVE 'P'                TO WRK-CAT-SITUACAO.
           PERFORM 9650-GRAVAR-CATALOGO.

           MOVE 'AVISO DE FALTAS' TO WRK-IMP-TITULO.
           MOVE 'AVISO-FALTAS' TO WRK-IMP-PROGRAMA.
           MOVE WRK-DATA-HOJE TO WRK-IMP-DATA.
           MOVE ZEROS TO WRK-IMP-PAGINA.
           MOVE 99 TO WRK-IMP-LINHA.

      * ENTRADA DO SORT: CADA AUSENTE DE AULA DO PERIODO, COM A
      * TURMA E A DISCIPLINA DO CABECALHO DA AULA; O CABECALHO SOMA
      * UMA AULA DADA NA TURMA/DISCIPLINA
       0300-LIBERAR-FALTAS.
           PERFORM UNTIL FIM-DIARIO
               READ ARQ-DIARIO
                   AT END
                       MOVE 'S' TO WRK-EOF-DIARIO
                   NOT AT END
                       ADD 1 TO WRK-CTL-LIDOS
                       PERFORM 0310-TRATAR-REGISTRO
               END-READ
           END-PERFORM.

       0310-TRATAR-REGISTRO.
           IF DIA-TIPO-AULA
               MOVE 'N' TO WRK-FLAG-AULA
               IF DIA-DATA (1:4) = WRK-PERIODO-X
                   SET AULA-DO-PERIODO TO TRUE
                   MOVE DIA-TURMA TO WRK-AULA-TURMA
                   MOVE DIA-DISCIPLINA TO WRK-AULA-DISCIPLINA
                   PERFORM 0320-SOMAR-AULA
               END-IF
           ELSE
               IF AULA-DO-PERIODO
                   MOVE DIA-ID              TO SRT-ID
                   MOVE WRK-AULA-TURMA      TO SRT-TURMA
                   MOVE WRK-AULA-DISCIPLINA TO SRT-DISCIPLINA
                   RELEASE REG-CLASSIF
               END-IF
           END-IF.

       0320-SOMAR-AULA.
           SET IDX-AUL TO 1.
           SEARCH TAB-AUL-ITEM
               AT END
                   PERFORM 0325-CRIAR-AULA
               WHEN IDX-AUL > WRK-QTD-AULAS
                   PERFORM 0325-CRIAR-AULA
               WHEN TAB-AUL-TURMA (IDX-AUL) = WRK-AULA-TURMA
                   AND TAB-AUL-DISCIPLINA (IDX-AUL)
                       = WRK-AULA-DISCIPLINA
                   ADD 1 TO TAB-AUL-DADAS (IDX-AUL)
           END-SEARCH.

       0325-CRIAR-AULA.
           IF WRK-QTD-AULAS < 300
               ADD 1 TO WRK-QTD-AULAS
               SET IDX-AUL TO WRK-QTD-AULAS
               MOVE WRK-AULA-TURMA TO TAB-AUL-TURMA (IDX-AUL)
               MOVE WRK-AULA-DISCIPLINA
                   TO TAB-AUL-DISCIPLINA (IDX-AUL)
               MOVE 1 TO TAB-AUL-DADAS (IDX-AUL)
           ELSE
               DISPLAY 'TABELA DE AULAS CHEIA - AULA NAO CONTADA '
                   WRK-AULA-TURMA ' ' WRK-AULA-DISCIPLINA
           END-IF.

      * SAIDA DO SORT: QUEBRA POR ALUNO / TURMA / DISCIPLINA (CONTA
      * AS FALTAS E ENQUADRA) E POR ALUNO (EMITE A CARTA)
       0400-APURAR-FALTAS.
           PERFORM UNTIL FIM-CLASSIF
               RETURN ARQ-CLASSIF
                   AT END
                       MOVE 'S' TO WRK-EOF-CLASSIF
                   NOT AT END
                       PERFORM 0410-TRATAR-AUSENCIA
               END-RETURN
           END-PERFORM.
           IF NOT PRIMEIRO-REGISTRO
               PERFORM 0420-FECHAR-DISCIPLINA
               PERFORM 0430-FECHAR-ALUNO
           END-IF.

       0410-TRATAR-AUSENCIA.
           MOVE SRT-ID         TO WRK-CH-ID.
           MOVE SRT-TURMA      TO WRK-CH-TURMA.
           MOVE SRT-DISCIPLINA TO WRK-CH-DISCIPLINA.
           IF PRIMEIRO-REGISTRO
               MOVE 'N' TO WRK-FLAG-PRIMEIRO
               PERFORM 0440-ABRIR-ALUNO
               PERFORM 0450-ABRIR-DISCIPLINA
           ELSE
               IF WRK-CHAVE-ATUAL NOT = WRK-CHAVE-ANT
                   PERFORM 0420-FECHAR-DISCIPLINA
                   IF SRT-ID NOT = WRK-ID-ANT
                       PERFORM 0430-FECHAR-ALUNO
                       PERFORM 0440-ABRIR-ALUNO
                   END-IF
                   PERFORM 0450-ABRIR-DISCIPLINA
               END-IF
           END-IF.
           ADD 1 TO WRK-FALTAS.

      * LIMITE = 25% DAS AULAS PREVISTAS, TRUNCADO: QUEM PASSA DELE
      * FICA ABAIXO DA FREQUENCIA MINIMA. RESTANTES E QUANTAS FALTAS
      * O ALUNO AINDA PODE TER SEM REPROVAR (0 OU 1 = A UMA OU DUAS
      * AULAS DA REPROVACAO). SEM AULAS PREVISTAS NAO HA LIMITE E A
      * DISCIPLINA SO E CONTADA NO RESUMO
       0420-FECHAR-DISCIPLINA.
           IF NOT ALUNO-ATIVO
               CONTINUE
           ELSE
               MOVE WRK-CA-TURMA      TO ATR-TURMA
               MOVE WRK-CA-DISCIPLINA TO ATR-DISCIPLINA
               MOVE WRK-PERIODO       TO ATR-PERIODO
               MOVE ZEROS TO WRK-PREVISTAS
               READ ARQ-ATRIBUICOES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ATR-AULAS-PREV TO WRK-PREVISTAS
               END-READ
               IF WRK-PREVISTAS = ZEROS
                   ADD 1 TO WRK-CONT-SEM-PREVISAO
                   ADD 1 TO WRK-CTL-REJEITADOS
               ELSE
                   PERFORM 0425-ENQUADRAR-DISCIPLINA
               END-IF
           END-IF.

       0425-ENQUADRAR-DISCIPLINA.
           COMPUTE WRK-PERMITIDAS =
               WRK-PREVISTAS * (100 - WRK-MIN-FREQUENCIA) / 100.
           COMPUTE WRK-RESTANTES = WRK-PERMITIDAS - WRK-FALTAS.
           EVALUATE TRUE
               WHEN WRK-RESTANTES < 0
                   MOVE 1 TO WRK-NIVEL
                   ADD 1 TO WRK-CONT-ULTRAPASSADOS
               WHEN WRK-RESTANTES <= 1
                   MOVE 2 TO WRK-NIVEL
                   ADD 1 TO WRK-CONT-GRAVES
               WHEN WRK-FALTAS * 100 > WRK-PERMITIDAS * WRK-PCT-AVISO
                   MOVE 3 TO WRK-NIVEL
                   ADD 1 TO WRK-CONT-AVISOS
               WHEN OTHER
                   MOVE 0 TO WRK-NIVEL
           END-EVALUATE.
           IF WRK-NIVEL > 0
               MOVE ZEROS TO WRK-DADAS
               SET IDX-AUL TO 1
               SEARCH TAB-AUL-ITEM
                   AT END
                       CONTINUE
                   WHEN IDX-AUL > WRK-QTD-AULAS
                       CONTINUE
                   WHEN TAB-AUL-TURMA (IDX-AUL) = WRK-CA-TURMA
                       AND TAB-AUL-DISCIPLINA (IDX-AUL)
                           = WRK-CA-DISCIPLINA
                       MOVE TAB-AUL-DADAS (IDX-AUL) TO WRK-DADAS
               END-SEARCH
               PERFORM 0427-GUARDAR-ALERTA
           END-IF.

      * A CARTA LEVA O ALERTA MAIS GRAVE ENTRE AS DISCIPLINAS DO
      * ALUNO (1 E O MAIS GRAVE)
       0427-GUARDAR-ALERTA.
           IF WRK-NIVEL-CARTA = 0 OR WRK-NIVEL < WRK-NIVEL-CARTA
               MOVE WRK-NIVEL TO WRK-NIVEL-CARTA
           END-IF.
           IF WRK-QTD-ALR < 30
               ADD 1 TO WRK-QTD-ALR
               MOVE WRK-NIVEL         TO TAB-ALR-NIVEL (WRK-QTD-ALR)
               MOVE WRK-CA-TURMA      TO TAB-ALR-TURMA (WRK-QTD-ALR)
               MOVE WRK-CA-DISCIPLINA
                   TO TAB-ALR-DISCIPLINA (WRK-QTD-ALR)
               MOVE WRK-DADAS         TO TAB-ALR-DADAS (WRK-QTD-ALR)
               MOVE WRK-PREVISTAS
                   TO TAB-ALR-PREVISTAS (WRK-QTD-ALR)
               MOVE WRK-FALTAS        TO TAB-ALR-FALTAS (WRK-QTD-ALR)
               MOVE WRK-PERMITIDAS
                   TO TAB-ALR-PERMITIDAS (WRK-QTD-ALR)
           ELSE
               DISPLAY 'DISCIPLINAS DEMAIS NA CARTA DE ' WRK-CA-ID
                   ' - FORA DA CARTA ' WRK-CA-TURMA ' '
                   WRK-CA-DISCIPLINA
           END-IF.

           MOVE WRK-NIVEL         TO AVI-NIVEL.
           MOVE WRK-CA-TURMA      TO AVI-TURMA.
           MOVE WRK-CA-DISCIPLINA TO AVI-DISCIPLINA.
           MOVE WRK-CA-ID         TO AVI-ID.
           MOVE WRK-NOME-ALUNO    TO AVI-NOME.
           MOVE WRK-DADAS         TO AVI-DADAS.
           MOVE WRK-PREVISTAS     TO AVI-PREVISTAS.
           MOVE WRK-FALTAS        TO AVI-FALTAS.
           MOVE WRK-PERMITIDAS    TO AVI-PERMITIDAS.
           WRITE REG-AVISO.

       0430-FECHAR-ALUNO.
           IF WRK-QTD-ALR > 0
               PERFORM 0600-EMITIR-CARTA
           END-IF.

      * ALUNO INATIVO (TRANSFERIDO, DESISTENTE) OU FORA DO CADASTRO
      * NAO RECEBE AVISO; AS FALTAS DELE FICAM SO NO DIARIO
       0440-ABRIR-ALUNO.
           MOVE SRT-ID TO WRK-ID-ANT.
           MOVE ZEROS TO WRK-QTD-ALR.
           MOVE ZEROS TO WRK-NIVEL-CARTA.
           MOVE 'N' TO WRK-FLAG-ALUNO.
           MOVE SRT-ID TO MST-ID.
           READ ARQ-ALUNOS
               INVALID KEY
                   ADD 1 TO WRK-CONT-INATIVOS
               NOT INVALID KEY
                   IF MST-SITUACAO = 'A'
                       SET ALUNO-ATIVO TO TRUE
                       MOVE MST-NOME TO WRK-NOME-ALUNO
                       MOVE MST-CURSO TO WRK-CURSO-ALUNO
                   ELSE
                       ADD 1 TO WRK-CONT-INATIVOS
                   END-IF
           END-READ.

       0450-ABRIR-DISCIPLINA.
           MOVE WRK-CHAVE-ATUAL TO WRK-CHAVE-ANT.
           MOVE ZEROS TO WRK-FALTAS.

      * UMA CARTA POR PAGINA: DESTINATARIO DO CADASTRO, TEXTO DO
      * ALERTA MAIS GRAVE E AS DISCIPLINAS AVISADAS
       0600-EMITIR-CARTA.
           ADD 1 TO WRK-CONT-CARTAS.
           MOVE 99 TO WRK-IMP-LINHA.

           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'AO ALUNO ' DELIMITED BY SIZE
                  WRK-NOME-ALUNO DELIMITED BY SIZE
                  ' (ID ' DELIMITED BY SIZE
                  WRK-ID-ANT DELIMITED BY SIZE
                  ') E AO SEU RESPONSAVEL' DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING '  CURSO ' DELIMITED BY SIZE
                  WRK-CURSO-ALUNO DELIMITED BY SIZE
                  ' - PERIODO LETIVO ' DELIMITED BY SIZE
                  WRK-PERIODO-X DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

           EVALUATE WRK-NIVEL-CARTA
               WHEN 1
                   MOVE 'ASSUNTO: LIMITE DE FALTAS ULTRAPASSADO'
                       TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
                   MOVE 'O ALUNO JA PASSOU DO LIMITE DE FALTAS EM'
                       TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
                   MOVE 'DISCIPLINA ABAIXO E ESTA SUJEITO A'
                       TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
                   MOVE 'REPROVACAO POR FALTA. PROCURE A COORDENACAO'
                       TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
                   MOVE 'COM URGENCIA.'
                       TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
               WHEN 2
                   MOVE 'ASSUNTO: ALERTA - RISCO IMINENTE DE '
                       TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
                   MOVE '         REPROVACAO POR FALTA'
                       TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
                   MOVE 'O ALUNO ESTA A UMA OU DUAS AULAS DE SER'
                       TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
                   MOVE 'REPROVADO POR FALTA EM DISCIPLINA ABAIXO.'
                       TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
                   MOVE 'QUALQUER NOVA AUSENCIA PODE SER DECISIVA.'
                       TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
               WHEN OTHER
                   MOVE 'ASSUNTO: AVISO DE FALTAS'
                       TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
                   MOVE SPACES TO WRK-IMP-AREA
                   MOVE WRK-PCT-AVISO TO WRK-PCT-ED
                   STRING 'O ALUNO JA USOU MAIS DE ' DELIMITED BY SIZE
                          WRK-PCT-ED DELIMITED BY SIZE
                          '% DAS FALTAS PERMITIDAS' DELIMITED BY SIZE
                       INTO WRK-IMP-AREA
                   END-STRING
                   PERFORM 9800-IMPRIMIR-LINHA
                   MOVE 'NAS DISCIPLINAS ABAIXO. ACOMPANHE A'
                       TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
                   MOVE 'FREQUENCIA PARA EVITAR A REPROVACAO.'
                       TO WRK-IMP-AREA
                   PERFORM 9800-IMPRIMIR-LINHA
           END-EVALUATE.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-CABECALHO-CARTA TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

           PERFORM VARYING WRK-IDX-ALR FROM 1 BY 1
                   UNTIL WRK-IDX-ALR > WRK-QTD-ALR
               PERFORM 0610-IMPRIMIR-DISCIPLINA
           END-PERFORM.

           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE 'A FREQUENCIA MINIMA EXIGIDA E DE 75% DAS AULAS'
               TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE 'PREVISTAS DE CADA DISCIPLINA (LIM = FALTAS'
               TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE 'PERMITIDAS, REST = FALTAS QUE AINDA RESTAM).'
               TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

       0610-IMPRIMIR-DISCIPLINA.
           MOVE TAB-ALR-TURMA (WRK-IDX-ALR) TO WRK-LA-TURMA.
           MOVE TAB-ALR-DISCIPLINA (WRK-IDX-ALR) TO WRK-LA-DISCIPLINA.
           MOVE SPACES TO WRK-LA-NOME-DISC.
           IF DISCIPLINAS-ABERTO
               MOVE TAB-ALR-DISCIPLINA (WRK-IDX-ALR) TO DIS-CODIGO
               READ ARQ-DISCIPLINAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DIS-NOME TO WRK-LA-NOME-DISC
               END-READ
           END-IF.
           MOVE TAB-ALR-DADAS (WRK-IDX-ALR) TO WRK-LA-DADAS.
           MOVE TAB-ALR-PREVISTAS (WRK-IDX-ALR) TO WRK-LA-PREVISTAS.
           MOVE TAB-ALR-FALTAS (WRK-IDX-ALR) TO WRK-LA-FALTAS.
           MOVE TAB-ALR-PERMITIDAS (WRK-IDX-ALR) TO WRK-LA-PERMITIDAS.
           COMPUTE WRK-RESTANTES = TAB-ALR-PERMITIDAS (WRK-IDX-ALR)
               - TAB-ALR-FALTAS (WRK-IDX-ALR).
           MOVE WRK-RESTANTES TO WRK-LA-RESTANTES.
           EVALUATE TAB-ALR-NIVEL (WRK-IDX-ALR)
               WHEN 1
                   MOVE 'ULTRAPASSADO' TO WRK-LA-SITUACAO
               WHEN 2
                   MOVE 'RISCO IMINENTE' TO WRK-LA-SITUACAO
               WHEN OTHER
                   MOVE 'AVISO' TO WRK-LA-SITUACAO
           END-EVALUATE.
           MOVE WRK-LINHA-CARTA TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

      * RESUMO DA COORDENACAO EM PAGINA PROPRIA, COM O CABECALHO DE
      * COLUNAS REPETIDO A CADA QUEBRA
       0700-ABRIR-RESUMO.
           SET SECAO-RESUMO TO TRUE.
           MOVE 'RESUMO DE FALTAS PARA A COORDENACAO'
               TO WRK-IMP-TITULO.
           MOVE 99 TO WRK-IMP-LINHA.
           MOVE 9 TO WRK-NIVEL-ANT.

       0710-IMPRIMIR-RESUMO.
           PERFORM UNTIL FIM-ORDENA
               RETURN ARQ-ORDENA
                   AT END
                       MOVE 'S' TO WRK-EOF-ORDENA
                   NOT AT END
                       IF ORD-NIVEL NOT = WRK-NIVEL-ANT
                           PERFORM 0720-IMPRIMIR-TITULO
                       END-IF
                       PERFORM 0730-IMPRIMIR-DETALHE
               END-RETURN
           END-PERFORM.
           IF WRK-NIVEL-ANT = 9
               MOVE SPACES TO WRK-IMP-AREA
               STRING 'NENHUM ALUNO ACIMA DA PARCELA DE AVISO'
                   DELIMITED BY SIZE INTO WRK-IMP-AREA
               END-STRING
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.

       0720-IMPRIMIR-TITULO.
           IF WRK-NIVEL-ANT NOT = 9
               MOVE SPACES TO WRK-IMP-AREA
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.
           MOVE ORD-NIVEL TO WRK-NIVEL-ANT.
           MOVE SPACES TO WRK-IMP-AREA.
           EVALUATE ORD-NIVEL
               WHEN 1
                   STRING '*** LIMITE DE FALTAS JA ULTRAPASSADO'
                       DELIMITED BY SIZE INTO WRK-IMP-AREA
                   END-STRING
               WHEN 2
                   STRING '*** A UMA OU DUAS AULAS DA REPROVACAO '
                          'POR FALTA'
                       DELIMITED BY SIZE INTO WRK-IMP-AREA
                   END-STRING
               WHEN OTHER
                   MOVE WRK-PCT-AVISO TO WRK-PCT-ED
                   STRING '*** ACIMA DE ' DELIMITED BY SIZE
                          WRK-PCT-ED DELIMITED BY SIZE
                          '% DAS FALTAS PERMITIDAS' DELIMITED BY SIZE
                       INTO WRK-IMP-AREA
                   END-STRING
           END-EVALUATE.
           PERFORM 9800-IMPRIMIR-LINHA.

       0730-IMPRIMIR-DETALHE.
           MOVE ORD-TURMA      TO WRK-LR-TURMA.
           MOVE ORD-DISCIPLINA TO WRK-LR-DISCIPLINA.
           MOVE ORD-ID         TO WRK-LR-ID.
           MOVE ORD-NOME       TO WRK-LR-NOME.
           MOVE ORD-DADAS      TO WRK-LR-DADAS.
           MOVE ORD-PREVISTAS  TO WRK-LR-PREVISTAS.
           MOVE ORD-FALTAS     TO WRK-LR-FALTAS.
           MOVE ORD-PERMITIDAS TO WRK-LR-PERMITIDAS.
           COMPUTE WRK-RESTANTES = ORD-PERMITIDAS - ORD-FALTAS.
           MOVE WRK-RESTANTES  TO WRK-LR-RESTANTES.
           MOVE WRK-LINHA-RESUMO TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

       0760-IMPRIMIR-TOTAIS.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-CONT-CARTAS TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'CARTAS DE AVISO EMITIDAS: ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-CONT-SEM-PREVISAO TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'DISCIPLINAS COM FALTAS E SEM AULAS PREVISTAS NA '
                  'ATRIBUICAO (NAO AVALIADAS): ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-CONT-INATIVOS TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'ALUNOS COM FALTAS INATIVOS OU FORA DO CADASTRO: '
                  DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

       0800-FECHAR-ARQUIVOS.
           CLOSE ARQ-DIARIO.
           CLOSE ARQ-ATRIBUICOES.
           CLOSE ARQ-ALUNOS.
           IF DISCIPLINAS-ABERTO
               CLOSE ARQ-DISCIPLINAS
           END-IF.
           CLOSE ARQ-RELATORIO.

      * QUADRO DE IMPRESSAO PADRAO (IMPRESSO.CPY): QUEBRA DE PAGINA
      * COM TITULO E MARCA DE FIM. O CABECALHO DE COLUNAS SO ENTRA
      * NAS PAGINAS DO RESUMO; A CARTA TRAZ O SEU NO CORPO
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
           MOVE 2 TO WRK-IMP-LINHA.
           IF SECAO-RESUMO
               WRITE REG-RELATORIO FROM WRK-LINHA-CABECALHO
               MOVE 3 TO WRK-IMP-LINHA
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

       9820-ENCERRAR-RELATORIO.
           WRITE REG-RELATORIO FROM WRK-IMP-FIM-RELATORIO.

           COPY GRAVALOG.

           COPY GRAVACAT.
