               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONVOCACAO.

      * VEREDICTO FINAL DE CADA ALUNO POR TURMA NO PERIODO, LIDO PELO
      * PROMOVE-ALUNOS NA REMATRICULA DO PERIODO SEGUINTE
           SELECT ARQ-VEREDICTO ASSIGN TO 'VEREDICTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VEREDICTO.

           SELECT ARQ-RUNLOG ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
           05 CNV-MEDIA            PIC 9(03)V9.
           05 CNV-NOTA-NECESSARIA  PIC 9(03)V9.

      * SITUACAO: A = APROVADO EM TODAS, N = REPROVADO POR NOTA,
      * F = REPROVADO POR FALTA (PREVALECE SOBRE A NOTA), R = AINDA
      * EM RECUPERACAO EM ALGUMA DISCIPLINA
       FD  ARQ-VEREDICTO
           RECORDING MODE IS F.
       01  REG-VEREDICTO.
           05 VRD-TURMA            PIC X(05).
           05 VRD-ID               PIC X(10).
           05 VRD-PERIODO          PIC 9(04).
           05 VRD-SITUACAO         PIC X(01).
           05 VRD-QTD-REPROV       PIC 9(02).
           05 VRD-QTD-RECUP        PIC 9(02).

       FD  ARQ-RUNLOG
           RECORDING MODE IS F.
       01  REG-RUNLOG             PIC X(80).
       77 WRK-FS-MATRICULAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-FREQUENCIA PIC X(02) VALUE ZEROS.
       77 WRK-FS-CONVOCACAO PIC X(02) VALUE ZEROS.
       77 WRK-FS-VEREDICTO PIC X(02) VALUE ZEROS.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-FS-EXECSTAT PIC X(02) VALUE ZEROS.
       77 WRK-FS-EXECPARM PIC X(02) VALUE ZEROS.
               10 TAB-VER-APROV  PIC 9(02).
               10 TAB-VER-RECUP  PIC 9(02).
               10 TAB-VER-REPROV PIC 9(02).
               10 TAB-VER-FALTA  PIC 9(02).
       77 WRK-IDX-VER PIC 9(03) VALUE ZEROS.
       77 WRK-VER-ED PIC Z9 VALUE ZEROS.

               GOBACK
           END-IF.

           OPEN OUTPUT ARQ-VEREDICTO.
           IF WRK-FS-VEREDICTO NOT = '00'
               DISPLAY 'ERRO AO ABRIR VEREDICTO.DAT - FS='
                   WRK-FS-VEREDICTO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ARQ-TRABALHO.
           IF WRK-FS-TRABALHO NOT = '00'
               DISPLAY 'ERRO AO ABRIR TURMA.WRK - FS='
                   ADD 1 TO TAB-VER-RECUP (IDX-VER)
               WHEN 'F'
                   ADD 1 TO TAB-VER-REPROV (IDX-VER)
                   IF FREQ-REPROVADO
                       ADD 1 TO TAB-VER-FALTA (IDX-VER)
                   END-IF
           END-EVALUATE.

       0406C-CRIAR-DISC-TUR.
                          ' DISCIPLINA(S)' DELIMITED BY SIZE
                       INTO WRK-IMP-AREA
                   END-STRING
                   IF TAB-VER-FALTA (WRK-IDX-VER) > 0
                       MOVE 'F' TO VRD-SITUACAO
                   ELSE
                       MOVE 'N' TO VRD-SITUACAO
                   END-IF
               WHEN TAB-VER-RECUP (WRK-IDX-VER) > 0
                   MOVE TAB-VER-RECUP (WRK-IDX-VER) TO WRK-VER-ED
                   STRING TAB-VER-ID (WRK-IDX-VER) DELIMITED BY SIZE
                          ' DISCIPLINA(S)' DELIMITED BY SIZE
                       INTO WRK-IMP-AREA
                   END-STRING
                   MOVE 'R' TO VRD-SITUACAO
               WHEN OTHER
                   STRING TAB-VER-ID (WRK-IDX-VER) DELIMITED BY SIZE
                          ' - APROVADO EM TODAS AS DISCIPLINAS'
                              DELIMITED BY SIZE
                       INTO WRK-IMP-AREA
                   END-STRING
                   MOVE 'A' TO VRD-SITUACAO
           END-EVALUATE.
           PERFORM 0498-ANEXAR-TRABALHO.
           MOVE WRK-TURMA-ANT                TO VRD-TURMA.
           MOVE TAB-VER-ID (WRK-IDX-VER)     TO VRD-ID.
           MOVE WRK-PERIODO-LETIVO           TO VRD-PERIODO.
           MOVE TAB-VER-REPROV (WRK-IDX-VER) TO VRD-QTD-REPROV.
           MOVE TAB-VER-RECUP (WRK-IDX-VER)  TO VRD-QTD-RECUP.
           WRITE REG-VEREDICTO.

      * ESTATISTICAS DA TURMA: MEDIA GERAL, EXTREMOS E DISTRIBUICAO
      * POR FAIXA DE NOTA - BASE DA ALOCACAO DE BOLSAS
           CLOSE ARQ-MATRICULAS.
           CLOSE ARQ-FREQ-IDX.
           CLOSE ARQ-CONVOCACAO.
      * VEREDICTOS DE UMA ENTRADA QUE NAO FECHOU NAO PODEM CHEGAR A
      * REMATRICULA: O ARQUIVO E ESVAZIADO
           CLOSE ARQ-VEREDICTO.
           IF TRAILER-COM-ERRO
               OPEN OUTPUT ARQ-VEREDICTO
               CLOSE ARQ-VEREDICTO
           END-IF.
      * A MARCA DE FIM SO SAI NO ENCERRAMENTO LIMPO: UM RELATORIO
      * SEM ELA ESTA TRUNCADO OU VEIO DE UMA ENTRADA QUE NAO FECHOU
           IF NOT TRAILER-COM-ERRO
