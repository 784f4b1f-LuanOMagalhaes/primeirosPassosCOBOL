       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOVE-ALUNOS.
      ***************************
      * Área de comentários
      * OBJETIVO: REMATRICULA DE FIM DE PERIODO LETIVO. LE O VEREDICTO
      * FINAL DE CADA ALUNO GRAVADO PELO NOTAS-TURMA (VEREDICTO.DAT) E
      * MATRICULA O ALUNO NO PERIODO SEGUINTE EM MATRICULAS.DAT: O
      * APROVADO NA TURMA DO NIVEL SEGUINTE E O REPROVADO (POR NOTA OU
      * POR FALTA) NA TURMA EQUIVALENTE DO MESMO NIVEL, CONFORME A
      * TABELA DE PROGRESSAO (PROGRESSAO.DAT, MANTIDA NO MODO P DO
      * CADASTRO-MATRICULAS). A CAPACIDADE DA TURMA DE DESTINO
      * (TURMAS.DAT) E RESPEITADA; QUEM NAO CABE, QUEM AINDA ESTA EM
      * RECUPERACAO E QUEM NAO TEM PROGRESSAO DEFINIDA SAI NA LISTA DE
      * ALOCACAO MANUAL. ALUNO INATIVO EM ALUNOS.DAT E PULADO. O
      * RELATORIO DA VIRADA SAI POR TURMA (PROMOCAO.DYYYYMMDD.RPT,
      * ANOTADO NO RELCAT.DAT). A REEXECUCAO NAO DUPLICA: ALUNO JA
      * MATRICULADO NO PERIODO SEGUINTE E SO APONTADO
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-VEREDICTO ASSIGN TO 'VEREDICTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VEREDICTO.

           SELECT ARQ-ALUNOS ASSIGN TO 'ALUNOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ID
               FILE STATUS IS WRK-FS-ALUNOS.

           SELECT ARQ-PROGRESSAO ASSIGN TO 'PROGRESSAO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRG-TURMA
               FILE STATUS IS WRK-FS-PROGRESSAO.

           SELECT ARQ-TURMAS ASSIGN TO 'TURMAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS WRK-FS-TURMAS.

           SELECT ARQ-MATRICULAS ASSIGN TO 'MATRICULAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-CHAVE
               FILE STATUS IS WRK-FS-MATRICULAS.

      * ALUNOS PARA ALOCACAO MANUAL, GUARDADOS DURANTE A VIRADA E
      * LISTADOS JUNTOS NO FIM DO RELATORIO
           SELECT ARQ-MANUAIS ASSIGN TO 'PROMOCAO.WRK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MANUAIS.

           SELECT ARQ-RELATORIO ASSIGN TO DYNAMIC WRK-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

           SELECT ARQ-CATALOGO ASSIGN TO 'RELCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CATALOGO.

           SELECT ARQ-RUNLOG ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

      * TRAVA DA JANELA DE LOTE: COM O MARCADOR DE LOTELOCK.DAT
      * ATIVO, A VIRADA NAO GRAVA MATRICULAS
           SELECT ARQ-TRAVA ASSIGN TO 'LOTELOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRAVA.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-VEREDICTO
           RECORDING MODE IS F.
       01  REG-VEREDICTO.
           05 VRD-TURMA            PIC X(05).
           05 VRD-ID               PIC X(10).
           05 VRD-PERIODO          PIC 9(04).
           05 VRD-SITUACAO         PIC X(01).
           05 VRD-QTD-REPROV       PIC 9(02).
           05 VRD-QTD-RECUP        PIC 9(02).

       FD  ARQ-ALUNOS.
       01  REG-ALUNO-MST.
           05 MST-ID            PIC X(10).
           05 MST-NOME          PIC X(30).
           05 MST-CURSO         PIC X(15).
           05 MST-SITUACAO      PIC X(01).

       FD  ARQ-PROGRESSAO.
       01  REG-PROGRESSAO.
           05 PRG-TURMA         PIC X(05).
           05 PRG-PROXIMA       PIC X(05).
           05 PRG-REPETENCIA    PIC X(05).

       FD  ARQ-TURMAS.
       01  REG-TURMA-MST.
           05 TUR-CODIGO        PIC X(05).
           05 TUR-CAPACIDADE    PIC 9(03).

       FD  ARQ-MATRICULAS.
       01  REG-MATRICULA.
           05 MAT-CHAVE.
               10 MAT-ID          PIC X(10).
               10 MAT-TURMA       PIC X(05).
               10 MAT-PERIODO     PIC 9(04).
           05 MAT-DATA            PIC 9(08).

       FD  ARQ-MANUAIS
           RECORDING MODE IS F.
       01  REG-MANUAL.
           05 MAN-TURMA         PIC X(05).
           05 MAN-ID            PIC X(10).
           05 MAN-NOME          PIC X(30).
           05 MAN-SITUACAO      PIC X(16).
           05 MAN-DESTINO       PIC X(05).
           05 MAN-MOTIVO        PIC X(40).

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
       77 WRK-FS-VEREDICTO PIC X(02) VALUE ZEROS.
       77 WRK-FS-ALUNOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-PROGRESSAO PIC X(02) VALUE ZEROS.
       77 WRK-FS-TURMAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-MATRICULAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-MANUAIS PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATALOGO PIC X(02) VALUE ZEROS.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRAVA PIC X(02) VALUE ZEROS.
       77 WRK-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WRK-EOF-VEREDICTO PIC X(01) VALUE 'N'.
         88 FIM-VEREDICTO VALUE 'S'.
       77 WRK-EOF-MATRICULAS PIC X(01) VALUE 'N'.
         88 FIM-MATRICULAS VALUE 'S'.
       77 WRK-EOF-MANUAIS PIC X(01) VALUE 'N'.
         88 FIM-MANUAIS VALUE 'S'.

       COPY TRAVALOTE.

       COPY RUNLOG.

       COPY CATREL.

       COPY IMPRESSO.

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

       77 WRK-TURMA-ANT PIC X(05) VALUE SPACES.
       77 WRK-PERIODO-DESTINO PIC 9(04) VALUE ZEROS.
       77 WRK-TURMA-DESTINO PIC X(05) VALUE SPACES.
       77 WRK-TURMA-ATUAL PIC X(05) VALUE SPACES.
       77 WRK-NOME PIC X(30) VALUE SPACES.
       77 WRK-SITUACAO PIC X(16) VALUE SPACES.
       77 WRK-RESULTADO PIC X(40) VALUE SPACES.

       77 WRK-FLAG-ALUNO PIC X(01) VALUE 'N'.
         88 ALUNO-VALIDO VALUE 'S'.
       77 WRK-FLAG-PROGRESSAO PIC X(01) VALUE 'N'.
         88 PROGRESSAO-ACHADA VALUE 'S'.
       77 WRK-FLAG-JA-MATRICULADO PIC X(01) VALUE 'N'.
         88 JA-MATRICULADO VALUE 'S'.

      * VAGAS DAS TURMAS DE DESTINO NO PERIODO SEGUINTE: CAPACIDADE
      * DO TURMAS.DAT E OCUPACAO CONTADA EM MATRICULAS.DAT NA PRIMEIRA
      * VEZ QUE A TURMA APARECE, SOMANDO AS MATRICULAS DESTA VIRADA
       77 WRK-QTD-VAGAS PIC 9(03) VALUE ZEROS.
       01 TAB-VAGAS.
           05 TAB-VAG-ITEM OCCURS 300 TIMES
                            INDEXED BY IDX-VAG.
               10 TAB-VAG-TURMA      PIC X(05).
               10 TAB-VAG-PERIODO    PIC 9(04).
               10 TAB-VAG-CAPACIDADE PIC 9(03).
               10 TAB-VAG-OCUPACAO   PIC 9(03).
       77 WRK-FLAG-VAGA PIC X(01) VALUE 'N'.
         88 VAGA-ACHADA VALUE 'S'.

      * CONTADORES DA TURMA DE ORIGEM E DA VIRADA INTEIRA
       77 WRK-CONT-PROMOVIDOS PIC 9(04) VALUE ZEROS.
       77 WRK-CONT-RETIDOS PIC 9(04) VALUE ZEROS.
       77 WRK-CONT-MANUAIS PIC 9(04) VALUE ZEROS.
       77 WRK-CONT-INATIVOS PIC 9(04) VALUE ZEROS.
       77 WRK-CONT-JA-MATRIC PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-PROMOVIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-RETIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-MANUAIS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-INATIVOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-JA-MATRIC PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-TURMAS PIC 9(04) VALUE ZEROS.
       77 WRK-CONT-ED PIC ZZZZ9 VALUE ZEROS.

       01 WRK-LINHA-ALUNO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LA-ID          PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LA-NOME        PIC X(30).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LA-SITUACAO    PIC X(16).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LA-DESTINO     PIC X(05).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LA-RESULTADO   PIC X(40).

      * CABECALHO DE COLUNAS, ALINHADO COLUNA A COLUNA COM
      * WRK-LINHA-ALUNO ACIMA, REPETIDO A CADA PAGINA
       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'ALUNO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(30) VALUE 'NOME'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(16) VALUE 'VEREDICTO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(05) VALUE 'DEST.'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(40) VALUE 'RESULTADO'.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-VEREDICTO.
           MOVE 'N' TO WRK-EOF-MANUAIS.
           MOVE SPACES TO WRK-TURMA-ANT.
           MOVE ZEROS TO WRK-CTL-LIDOS.
           MOVE ZEROS TO WRK-CTL-PROCESSADOS.
           MOVE ZEROS TO WRK-CTL-REJEITADOS.
           MOVE ZEROS TO WRK-QTD-VAGAS.
           MOVE ZEROS TO WRK-CONT-PROMOVIDOS.
           MOVE ZEROS TO WRK-CONT-RETIDOS.
           MOVE ZEROS TO WRK-CONT-MANUAIS.
           MOVE ZEROS TO WRK-CONT-INATIVOS.
           MOVE ZEROS TO WRK-CONT-JA-MATRIC.
           MOVE ZEROS TO WRK-TOT-PROMOVIDOS.
           MOVE ZEROS TO WRK-TOT-RETIDOS.
           MOVE ZEROS TO WRK-TOT-MANUAIS.
           MOVE ZEROS TO WRK-TOT-INATIVOS.
           MOVE ZEROS TO WRK-TOT-JA-MATRIC.
           MOVE ZEROS TO WRK-CONT-TURMAS.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           PERFORM 9550-CONFERIR-TRAVA.
           IF TRAVA-ATIVA
               DISPLAY 'JANELA DE LOTE EM USO POR '
                   WRK-TL-PROGRAMA ' DESDE ' WRK-TL-DATA
                   ' - REMATRICULA RECUSADA'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0200-ABRIR-ARQUIVOS.
           PERFORM 0300-LER-VEREDICTO.
           PERFORM UNTIL FIM-VEREDICTO
               IF VRD-TURMA NOT = WRK-TURMA-ANT
                   IF WRK-TURMA-ANT NOT = SPACES
                       PERFORM 0500-RESUMO-TURMA
                   END-IF
                   MOVE VRD-TURMA TO WRK-TURMA-ANT
                   PERFORM 0410-ABRIR-TURMA
               END-IF
               PERFORM 0400-PROCESSAR-ALUNO
               PERFORM 0300-LER-VEREDICTO
           END-PERFORM.
           IF WRK-TURMA-ANT NOT = SPACES
               PERFORM 0500-RESUMO-TURMA
           ELSE
               MOVE SPACES TO WRK-IMP-AREA
               STRING 'VEREDICTO.DAT VAZIO - RODE O NOTAS-TURMA DO '
                      'PERIODO ANTES DA VIRADA' DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.
           PERFORM 0600-LISTAR-MANUAIS.
           PERFORM 0550-RESUMO-GERAL.
           PERFORM 9820-ENCERRAR-RELATORIO.
           PERFORM 0800-FECHAR-ARQUIVOS.

           MOVE 'PROMOVE-ALUNOS' TO WRK-RL-PROGRAMA.
           PERFORM 9700-GRAVAR-CONTROLE.

           MOVE WRK-TOT-PROMOVIDOS TO WRK-CONT-ED.
           DISPLAY 'PROMOVIDOS.........: ' WRK-CONT-ED.
           MOVE WRK-TOT-RETIDOS TO WRK-CONT-ED.
           DISPLAY 'RETIDOS NO NIVEL...: ' WRK-CONT-ED.
           MOVE WRK-TOT-MANUAIS TO WRK-CONT-ED.
           DISPLAY 'ALOCACAO MANUAL....: ' WRK-CONT-ED.
           DISPLAY 'RELATORIO EM ' WRK-NOME-RELATORIO.
           GOBACK.

       0200-ABRIR-ARQUIVOS.
           OPEN INPUT ARQ-VEREDICTO.
           IF WRK-FS-VEREDICTO NOT = '00'
               DISPLAY 'ERRO AO ABRIR VEREDICTO.DAT - FS='
                   WRK-FS-VEREDICTO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQ-ALUNOS.
           IF WRK-FS-ALUNOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ALUNOS.DAT - FS=' WRK-FS-ALUNOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQ-PROGRESSAO.
           IF WRK-FS-PROGRESSAO NOT = '00'
               DISPLAY 'ERRO AO ABRIR PROGRESSAO.DAT - FS='
                   WRK-FS-PROGRESSAO
               DISPLAY 'DEFINA A PROGRESSAO NO CADASTRO-MATRICULAS '
                   '(MODO P)'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQ-TURMAS.
           IF WRK-FS-TURMAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR TURMAS.DAT - FS=' WRK-FS-TURMAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ARQ-MATRICULAS.
           IF WRK-FS-MATRICULAS = '35'
               OPEN OUTPUT ARQ-MATRICULAS
               CLOSE ARQ-MATRICULAS
               OPEN I-O ARQ-MATRICULAS
           END-IF.
           IF WRK-FS-MATRICULAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR MATRICULAS.DAT - FS='
                   WRK-FS-MATRICULAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ARQ-MANUAIS.
           IF WRK-FS-MANUAIS NOT = '00'
               DISPLAY 'ERRO AO ABRIR PROMOCAO.WRK - FS='
                   WRK-FS-MANUAIS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING 'PROMOCAO.D'   DELIMITED BY SIZE
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
           MOVE 'PROMOCAO'         TO WRK-CAT-RELATORIO.
           MOVE WRK-DATA-HOJE      TO WRK-CAT-DATA.
           MOVE WRK-NOME-RELATORIO TO WRK-CAT-ARQUIVO.
           MOVE 'P'                TO WRK-CAT-SITUACAO.
           PERFORM 9650-GRAVAR-CATALOGO.

           MOVE 'REMATRICULA - VIRADA DO PERIODO LETIVO'
               TO WRK-IMP-TITULO.
           MOVE 'PROMOVE-ALUNOS' TO WRK-IMP-PROGRAMA.
           MOVE WRK-DATA-HOJE TO WRK-IMP-DATA.
           MOVE ZEROS TO WRK-IMP-PAGINA.
           MOVE 99 TO WRK-IMP-LINHA.

       0300-LER-VEREDICTO.
           READ ARQ-VEREDICTO
               AT END
                   MOVE 'S' TO WRK-EOF-VEREDICTO
               NOT AT END
                   ADD 1 TO WRK-CTL-LIDOS
           END-READ.

      * O APROVADO SEGUE PARA A TURMA DO NIVEL SEGUINTE; O REPROVADO,
      * POR NOTA OU POR FALTA, PARA A TURMA EQUIVALENTE DO MESMO
      * NIVEL. RECUPERACAO AINDA ABERTA NAO TEM DESTINO DEFINIDO
       0400-PROCESSAR-ALUNO.
           COMPUTE WRK-PERIODO-DESTINO = VRD-PERIODO + 1.
           MOVE SPACES TO WRK-TURMA-DESTINO.
           MOVE SPACES TO WRK-RESULTADO.
           EVALUATE VRD-SITUACAO
               WHEN 'A'
                   MOVE 'APROVADO'         TO WRK-SITUACAO
               WHEN 'N'
                   MOVE 'REPROVADO NOTA'   TO WRK-SITUACAO
               WHEN 'F'
                   MOVE 'REPROVADO FALTA'  TO WRK-SITUACAO
               WHEN 'R'
                   MOVE 'EM RECUPERACAO'   TO WRK-SITUACAO
               WHEN OTHER
                   MOVE 'INDEFINIDO'       TO WRK-SITUACAO
           END-EVALUATE.
           PERFORM 0420-BUSCAR-ALUNO.
           PERFORM 0430-BUSCAR-PROGRESSAO.

           EVALUATE TRUE
               WHEN NOT ALUNO-VALIDO
                   ADD 1 TO WRK-CONT-INATIVOS
                   MOVE 'PULADO - ALUNO INATIVO OU SEM CADASTRO'
                       TO WRK-RESULTADO
               WHEN VRD-SITUACAO = 'R'
                   MOVE 'RECUPERACAO PENDENTE' TO WRK-RESULTADO
                   PERFORM 0470-REGISTRAR-MANUAL
               WHEN VRD-SITUACAO NOT = 'A' AND NOT = 'N'
                   AND NOT = 'F'
                   MOVE 'VEREDICTO INDEFINIDO' TO WRK-RESULTADO
                   PERFORM 0470-REGISTRAR-MANUAL
               WHEN NOT PROGRESSAO-ACHADA
                   MOVE 'TURMA SEM PROGRESSAO CADASTRADA'
                       TO WRK-RESULTADO
                   PERFORM 0470-REGISTRAR-MANUAL
               WHEN WRK-TURMA-DESTINO = SPACES
                   MOVE 'ULTIMO NIVEL - SEM TURMA SEGUINTE'
                       TO WRK-RESULTADO
                   PERFORM 0470-REGISTRAR-MANUAL
               WHEN OTHER
                   PERFORM 0440-CONFERIR-MATRICULA
                   IF JA-MATRICULADO
                       ADD 1 TO WRK-CONT-JA-MATRIC
                       STRING 'JA MATRICULADO EM ' DELIMITED BY SIZE
                              WRK-TURMA-ATUAL     DELIMITED BY SIZE
                              ' NO PERIODO SEGUINTE'
                                  DELIMITED BY SIZE
                           INTO WRK-RESULTADO
                       END-STRING
                   ELSE
                       PERFORM 0450-MATRICULAR
                   END-IF
           END-EVALUATE.

           MOVE VRD-ID            TO WRK-LA-ID.
           MOVE WRK-NOME          TO WRK-LA-NOME.
           MOVE WRK-SITUACAO      TO WRK-LA-SITUACAO.
           MOVE WRK-TURMA-DESTINO TO WRK-LA-DESTINO.
           MOVE WRK-RESULTADO     TO WRK-LA-RESULTADO.
           MOVE WRK-LINHA-ALUNO TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

       0410-ABRIR-TURMA.
           ADD 1 TO WRK-CONT-TURMAS.
           COMPUTE WRK-PERIODO-DESTINO = VRD-PERIODO + 1.
           IF WRK-IMP-LINHA > 3 AND WRK-IMP-LINHA < 99
               MOVE SPACES TO WRK-IMP-AREA
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING '*** TURMA ' DELIMITED BY SIZE
                  VRD-TURMA    DELIMITED BY SIZE
                  ' - PERIODO ' DELIMITED BY SIZE
                  VRD-PERIODO  DELIMITED BY SIZE
                  ' PARA '     DELIMITED BY SIZE
                  WRK-PERIODO-DESTINO DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

      * SO O ALUNO ATIVO E REMATRICULADO
       0420-BUSCAR-ALUNO.
           MOVE 'N' TO WRK-FLAG-ALUNO.
           MOVE SPACES TO WRK-NOME.
           MOVE VRD-ID TO MST-ID.
           READ ARQ-ALUNOS
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO WRK-NOME
               NOT INVALID KEY
                   MOVE MST-NOME TO WRK-NOME
                   IF MST-SITUACAO = 'A'
                       SET ALUNO-VALIDO TO TRUE
                   END-IF
           END-READ.

       0430-BUSCAR-PROGRESSAO.
           MOVE 'N' TO WRK-FLAG-PROGRESSAO.
           MOVE VRD-TURMA TO PRG-TURMA.
           READ ARQ-PROGRESSAO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PROGRESSAO-ACHADA TO TRUE
                   IF VRD-SITUACAO = 'A'
                       MOVE PRG-PROXIMA TO WRK-TURMA-DESTINO
                   ELSE
                       MOVE PRG-REPETENCIA TO WRK-TURMA-DESTINO
                   END-IF
           END-READ.
           IF VRD-SITUACAO = 'R'
               MOVE SPACES TO WRK-TURMA-DESTINO
           END-IF.

      * ALUNO JA MATRICULADO NO PERIODO SEGUINTE (PELA SECRETARIA OU
      * POR UMA VIRADA ANTERIOR), EM QUALQUER TURMA: NAO E TOCADO.
      * A CHAVE COMECA PELO ID, ENTAO AS MATRICULAS DO ALUNO VEM
      * JUNTAS A PARTIR DO START
       0440-CONFERIR-MATRICULA.
           MOVE 'N' TO WRK-FLAG-JA-MATRICULADO.
           MOVE SPACES TO WRK-TURMA-ATUAL.
           MOVE 'N' TO WRK-EOF-MATRICULAS.
           MOVE VRD-ID TO MAT-ID.
           MOVE LOW-VALUES TO MAT-TURMA.
           MOVE ZEROS TO MAT-PERIODO.
           START ARQ-MATRICULAS KEY >= MAT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-EOF-MATRICULAS
           END-START.
           PERFORM UNTIL FIM-MATRICULAS OR JA-MATRICULADO
               READ ARQ-MATRICULAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-MATRICULAS
                   NOT AT END
                       IF MAT-ID NOT = VRD-ID
                           MOVE 'S' TO WRK-EOF-MATRICULAS
                       ELSE
                           IF MAT-PERIODO = WRK-PERIODO-DESTINO
                               SET JA-MATRICULADO TO TRUE
                               MOVE MAT-TURMA TO WRK-TURMA-ATUAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * A MATRICULA SO ENTRA COM VAGA NA CAPACIDADE DA TURMA DE
      * DESTINO, COMO NA DIGITACAO DO CADASTRO-MATRICULAS
       0450-MATRICULAR.
           PERFORM 0460-OBTER-VAGAS.
           EVALUATE TRUE
               WHEN NOT VAGA-ACHADA
                   MOVE 'TABELA DE VAGAS CHEIA' TO WRK-RESULTADO
                   PERFORM 0470-REGISTRAR-MANUAL
               WHEN TAB-VAG-CAPACIDADE (IDX-VAG) = ZEROS
                   MOVE 'TURMA DESTINO SEM CAPACIDADE DEFINIDA'
                       TO WRK-RESULTADO
                   PERFORM 0470-REGISTRAR-MANUAL
               WHEN TAB-VAG-OCUPACAO (IDX-VAG)
                   >= TAB-VAG-CAPACIDADE (IDX-VAG)
                   MOVE 'TURMA DESTINO LOTADA' TO WRK-RESULTADO
                   PERFORM 0470-REGISTRAR-MANUAL
               WHEN OTHER
                   MOVE VRD-ID              TO MAT-ID
                   MOVE WRK-TURMA-DESTINO   TO MAT-TURMA
                   MOVE WRK-PERIODO-DESTINO TO MAT-PERIODO
                   MOVE WRK-DATA-HOJE       TO MAT-DATA
                   WRITE REG-MATRICULA
                       INVALID KEY
                           ADD 1 TO WRK-CONT-JA-MATRIC
                           MOVE 'JA MATRICULADO NA TURMA DESTINO'
                               TO WRK-RESULTADO
                       NOT INVALID KEY
                           ADD 1 TO TAB-VAG-OCUPACAO (IDX-VAG)
                           ADD 1 TO WRK-CTL-PROCESSADOS
                           IF VRD-SITUACAO = 'A'
                               ADD 1 TO WRK-CONT-PROMOVIDOS
                               MOVE 'PROMOVIDO' TO WRK-RESULTADO
                           ELSE
                               ADD 1 TO WRK-CONT-RETIDOS
                               MOVE 'RETIDO NO NIVEL' TO WRK-RESULTADO
                           END-IF
                   END-WRITE
           END-EVALUATE.

       0460-OBTER-VAGAS.
           MOVE 'S' TO WRK-FLAG-VAGA.
           SET IDX-VAG TO 1.
           SEARCH TAB-VAG-ITEM
               AT END
                   PERFORM 0465-CRIAR-VAGAS
               WHEN IDX-VAG > WRK-QTD-VAGAS
                   PERFORM 0465-CRIAR-VAGAS
               WHEN TAB-VAG-TURMA (IDX-VAG) = WRK-TURMA-DESTINO
                   AND TAB-VAG-PERIODO (IDX-VAG) = WRK-PERIODO-DESTINO
                   CONTINUE
           END-SEARCH.

      * OCUPACAO DA TURMA NO PERIODO: VARRE O CADASTRO INTEIRO, COMO
      * O CADASTRO-MATRICULAS - UMA VEZ POR TURMA DE DESTINO
       0465-CRIAR-VAGAS.
           IF WRK-QTD-VAGAS < 300
               ADD 1 TO WRK-QTD-VAGAS
               SET IDX-VAG TO WRK-QTD-VAGAS
               MOVE WRK-TURMA-DESTINO   TO TAB-VAG-TURMA (IDX-VAG)
               MOVE WRK-PERIODO-DESTINO TO TAB-VAG-PERIODO (IDX-VAG)
               MOVE ZEROS TO TAB-VAG-CAPACIDADE (IDX-VAG)
               MOVE ZEROS TO TAB-VAG-OCUPACAO (IDX-VAG)
               MOVE WRK-TURMA-DESTINO TO TUR-CODIGO
               READ ARQ-TURMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TUR-CAPACIDADE
                           TO TAB-VAG-CAPACIDADE (IDX-VAG)
               END-READ
               MOVE 'N' TO WRK-EOF-MATRICULAS
               MOVE LOW-VALUES TO MAT-CHAVE
               START ARQ-MATRICULAS KEY >= MAT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-EOF-MATRICULAS
               END-START
               PERFORM UNTIL FIM-MATRICULAS
                   READ ARQ-MATRICULAS NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-EOF-MATRICULAS
                       NOT AT END
                           IF MAT-TURMA = WRK-TURMA-DESTINO
                               AND MAT-PERIODO = WRK-PERIODO-DESTINO
                               ADD 1 TO TAB-VAG-OCUPACAO (IDX-VAG)
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               MOVE 'N' TO WRK-FLAG-VAGA
               DISPLAY 'TABELA DE VAGAS CHEIA - ' WRK-TURMA-DESTINO
                   ' PARA ALOCACAO MANUAL'
           END-IF.

       0470-REGISTRAR-MANUAL.
           ADD 1 TO WRK-CONT-MANUAIS.
           ADD 1 TO WRK-CTL-REJEITADOS.
           MOVE VRD-TURMA         TO MAN-TURMA.
           MOVE VRD-ID            TO MAN-ID.
           MOVE WRK-NOME          TO MAN-NOME.
           MOVE WRK-SITUACAO      TO MAN-SITUACAO.
           MOVE WRK-TURMA-DESTINO TO MAN-DESTINO.
           MOVE WRK-RESULTADO     TO MAN-MOTIVO.
           WRITE REG-MANUAL.

      * FECHO DA TURMA DE ORIGEM: ROLA OS CONTADORES PARA A VIRADA
       0500-RESUMO-TURMA.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING '  TURMA ' DELIMITED BY SIZE
                  WRK-TURMA-ANT DELIMITED BY SIZE
                  ': PROMOVIDOS ' DELIMITED BY SIZE
                  WRK-CONT-PROMOVIDOS DELIMITED BY SIZE
                  '  RETIDOS ' DELIMITED BY SIZE
                  WRK-CONT-RETIDOS DELIMITED BY SIZE
                  '  ALOCACAO MANUAL ' DELIMITED BY SIZE
                  WRK-CONT-MANUAIS DELIMITED BY SIZE
                  '  JA MATRICULADOS ' DELIMITED BY SIZE
                  WRK-CONT-JA-MATRIC DELIMITED BY SIZE
                  '  INATIVOS ' DELIMITED BY SIZE
                  WRK-CONT-INATIVOS DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           ADD WRK-CONT-PROMOVIDOS TO WRK-TOT-PROMOVIDOS.
           ADD WRK-CONT-RETIDOS    TO WRK-TOT-RETIDOS.
           ADD WRK-CONT-MANUAIS    TO WRK-TOT-MANUAIS.
           ADD WRK-CONT-JA-MATRIC  TO WRK-TOT-JA-MATRIC.
           ADD WRK-CONT-INATIVOS   TO WRK-TOT-INATIVOS.
           MOVE ZEROS TO WRK-CONT-PROMOVIDOS.
           MOVE ZEROS TO WRK-CONT-RETIDOS.
           MOVE ZEROS TO WRK-CONT-MANUAIS.
           MOVE ZEROS TO WRK-CONT-JA-MATRIC.
           MOVE ZEROS TO WRK-CONT-INATIVOS.

       0550-RESUMO-GERAL.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING '==================================' DELIMITED BY
               SIZE INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-CONT-TURMAS TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'TURMAS DE ORIGEM..: ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-TOT-PROMOVIDOS TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'PROMOVIDOS........: ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-TOT-RETIDOS TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'RETIDOS NO NIVEL..: ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-TOT-MANUAIS TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'ALOCACAO MANUAL...: ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-TOT-JA-MATRIC TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'JA MATRICULADOS...: ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-TOT-INATIVOS TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'INATIVOS PULADOS..: ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

      * LISTA DE ALOCACAO MANUAL PARA A SECRETARIA, COM O MOTIVO
       0600-LISTAR-MANUAIS.
           CLOSE ARQ-MANUAIS.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING '*** ALUNOS PARA ALOCACAO MANUAL PELA SECRETARIA'
                  DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE 'N' TO WRK-EOF-MANUAIS.
           OPEN INPUT ARQ-MANUAIS.
           IF WRK-FS-MANUAIS NOT = '00'
               DISPLAY 'ERRO AO RELER PROMOCAO.WRK - FS='
                   WRK-FS-MANUAIS
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WRK-EOF-MANUAIS
           END-IF.
           PERFORM UNTIL FIM-MANUAIS
               READ ARQ-MANUAIS
                   AT END
                       MOVE 'S' TO WRK-EOF-MANUAIS
                   NOT AT END
                       MOVE SPACES TO WRK-IMP-AREA
                       STRING MAN-TURMA DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              MAN-ID DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              MAN-NOME DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              MAN-SITUACAO DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              MAN-DESTINO DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              MAN-MOTIVO DELIMITED BY SIZE
                           INTO WRK-IMP-AREA
                       END-STRING
                       PERFORM 9800-IMPRIMIR-LINHA
               END-READ
           END-PERFORM.
           IF WRK-FS-MANUAIS = '00'
               CLOSE ARQ-MANUAIS
           END-IF.
           IF WRK-TOT-MANUAIS = 0
               MOVE SPACES TO WRK-IMP-AREA
               STRING '  NENHUM ALUNO PARA ALOCACAO MANUAL'
                      DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.

       0800-FECHAR-ARQUIVOS.
           CLOSE ARQ-VEREDICTO.
           CLOSE ARQ-ALUNOS.
           CLOSE ARQ-PROGRESSAO.
           CLOSE ARQ-TURMAS.
           CLOSE ARQ-MATRICULAS.
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

           COPY VERTRAVA.

           COPY GRAVALOG.

           COPY GRAVACAT.
