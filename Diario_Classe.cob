      * CONSOLIDACAO CRUZA O DIARIO COM AS MATRICULAS E GERA OS
      * TOTAIS DE FREQUENCIA.DAT QUE O NOTAS-TURMA JA CONSOME - A
      * SECRETARIA PARA DE DIGITAR TOTAIS NO FIM DO PERIODO E A
      * CONTESTACAO DE 'REPROVADO POR FALTA' TEM TRILHA POR DATA.
      * O LANCAMENTO EXIGE USUARIO E SENHA DE USERS.DAT LIGADOS A UM
      * PROFESSOR ATIVO DE PROFESSORES.DAT, E SO O TITULAR OU O
      * SUBSTITUTO DA ATRIBUICAO (ATRIBUICOES.DAT) DA TURMA E
      * DISCIPLINA NO PERIODO DA AULA PODE LANCA-LA; O CODIGO DE QUEM
      * DEU A AULA FICA GRAVADO NO REGISTRO '1'. O LOGIN SEGUE O DO
      * MENU-PRINCIPAL: SENHA ERRADA CONTA TENTATIVA E BLOQUEIA A
      * CONTA NA ULTIMA PERMITIDA (COM REGISTRO NO AUDITORIA.LOG), E
      * SENHA CERTA ZERA A CONTAGEM E ANOTA O ULTIMO ACESSO
      * DATA = 03/09/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FREQUENCIA.

      * IDENTIFICACAO DO PROFESSOR NO LANCAMENTO: USUARIO E SENHA EM
      * USERS.DAT E O PROFESSOR LIGADO AO USUARIO EM PROFESSORES.DAT
           SELECT ARQ-USUARIOS ASSIGN TO 'USERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-USUARIO
               FILE STATUS IS WRK-FS-USUARIOS.

           SELECT ARQ-PROFESSORES ASSIGN TO 'PROFESSORES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-CODIGO
               ALTERNATE RECORD KEY IS PRF-USUARIO
               FILE STATUS IS WRK-FS-PROFESSORES.

           SELECT ARQ-ATRIBUICOES ASSIGN TO 'ATRIBUICOES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WRK-FS-ATRIBUICOES.

      * TRAVA DA JANELA DE LOTE: COM O MARCADOR DE LOTELOCK.DAT
      * ATIVO, A CONSOLIDACAO NAO REGRAVA O FREQUENCIA.DAT QUE O
      * NOTAS-TURMA PODE ESTAR LENDO
           SELECT ARQ-TRAVA ASSIGN TO 'LOTELOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRAVA.

           SELECT ARQ-AUDITORIA ASSIGN TO 'AUDITORIA.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-DIARIO
               10 DIA-TURMA       PIC X(05).
               10 DIA-DISCIPLINA  PIC X(03).
               10 DIA-DATA        PIC 9(08).
               10 DIA-PROFESSOR   PIC X(05).
           05 DIA-DADOS-FALTA REDEFINES DIA-DADOS.
               10 DIA-ID          PIC X(10).
               10 FILLER          PIC X(11).
           05 FRQ-AULAS-DADAS PIC 9(03).
           05 FRQ-AULAS-FREQ  PIC 9(03).

       FD  ARQ-USUARIOS.
       01  REG-USUARIO.
           05 USR-USUARIO       PIC X(20).
           05 USR-NIVEL         PIC 9(02).
           05 USR-SENHA         PIC X(10).
           05 USR-DT-TROCA      PIC 9(08).
           05 USR-TENTATIVAS    PIC 9(01).
           05 USR-BLOQUEADO     PIC X(01).
           05 USR-ULT-ACESSO    PIC 9(08).

       FD  ARQ-PROFESSORES.
       01  REG-PROFESSOR.
           05 PRF-CODIGO        PIC X(05).
           05 PRF-NOME          PIC X(30).
           05 PRF-USUARIO       PIC X(20).
           05 PRF-SITUACAO      PIC X(01).

       FD  ARQ-ATRIBUICOES.
       01  REG-ATRIBUICAO.
           05 ATR-CHAVE.
               10 ATR-TURMA       PIC X(05).
               10 ATR-DISCIPLINA  PIC X(03).
               10 ATR-PERIODO     PIC 9(04).
           05 ATR-PROFESSOR       PIC X(05).
           05 ATR-SUBSTITUTO      PIC X(05).
           05 ATR-AULAS-PREV      PIC 9(03).

       FD  ARQ-TRAVA
           RECORDING MODE IS F.
       01  REG-TRAVA          PIC X(29).

       FD  ARQ-AUDITORIA
           RECORDING MODE IS F.
       01  REG-AUDITORIA        PIC X(96).

       WORKING-STORAGE SECTION.
       77 WRK-FS-DIARIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-MATRICULAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-FREQUENCIA PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRAVA PIC X(02) VALUE ZEROS.
       77 WRK-FS-USUARIOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-PROFESSORES PIC X(02) VALUE ZEROS.
       77 WRK-FS-ATRIBUICOES PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITORIA PIC X(02) VALUE ZEROS.

       COPY TRAVALOTE.

       COPY SENHA.

       COPY AUDSEG.

       77 WRK-EOF-DIARIO PIC X(01) VALUE 'N'.
         88 FIM-DIARIO VALUE 'S'.
       77 WRK-EOF-MATRICULAS PIC X(01) VALUE 'N'.
       77 WRK-ID PIC X(10) VALUE SPACES.
       77 WRK-CONT-FALTAS PIC 9(03) VALUE ZEROS.

      * PROFESSOR IDENTIFICADO NO LANCAMENTO E A CONFERENCIA DA
      * ATRIBUICAO DA TURMA/DISCIPLINA NO PERIODO DA AULA
       77 WRK-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-SENHA   PIC X(10) VALUE SPACES.
       77 WRK-MAX-TENTATIVAS PIC 9(01) VALUE 3.
       77 WRK-PROFESSOR PIC X(05) VALUE SPACES.
       77 WRK-NOME-PROFESSOR PIC X(30) VALUE SPACES.
       77 WRK-FLAG-PROFESSOR PIC X(01) VALUE 'N'.
         88 PROFESSOR-IDENTIFICADO VALUE 'S'.
       77 WRK-FLAG-ATRIBUICAO PIC X(01) VALUE 'N'.
         88 AULA-AUTORIZADA VALUE 'S'.

      * MATRICULAS CARREGADAS PARA A CONSOLIDACAO
       77 WRK-QTD-MATR PIC 9(04) VALUE ZEROS.
       01 TAB-MATRICULAS.
           MOVE ZEROS TO WRK-QTD-FREQ.
           MOVE ZEROS TO WRK-QTD-AUSENTES.
           MOVE ZEROS TO WRK-CONT-AULAS.
           MOVE 'N' TO WRK-FLAG-PROFESSOR.
           MOVE 'N' TO WRK-FLAG-ATRIBUICAO.
           MOVE SPACES TO WRK-PROFESSOR.

           DISPLAY 'MODO (L=LANCAR AULA, C=CONSOLIDAR FREQUENCIA,'
           DISPLAY '      E=EXIBIR DIARIO)'
           GOBACK.

      * LANCAMENTO DA AULA: CABECALHO '1' COM TURMA/DISCIPLINA/DATA
      * E UM REGISTRO '2' POR AUSENTE, ATE O ID VIR EM BRANCO. SO
      * ENTRA A AULA DO PROFESSOR IDENTIFICADO QUE SEJA TITULAR OU
      * SUBSTITUTO DA DISCIPLINA NA TURMA NO PERIODO DA DATA
       0200-LANCAR-AULA.
           PERFORM 0210-IDENTIFICAR-PROFESSOR.
           IF NOT PROFESSOR-IDENTIFICADO
               GOBACK
           END-IF.

           DISPLAY 'CODIGO DA TURMA (5 POSICOES)'
           ACCEPT WRK-TURMA FROM CONSOLE.
           DISPLAY 'CODIGO DA DISCIPLINA (3 POSICOES)'
               END-IF
           END-PERFORM.

           PERFORM 0220-CONFERIR-ATRIBUICAO.
           IF NOT AULA-AUTORIZADA
               GOBACK
           END-IF.

           OPEN EXTEND ARQ-DIARIO.
           IF WRK-FS-DIARIO = '35'
               OPEN OUTPUT ARQ-DIARIO
           MOVE WRK-TURMA      TO DIA-TURMA.
           MOVE WRK-DISCIPLINA TO DIA-DISCIPLINA.
           MOVE WRK-DATA       TO DIA-DATA.
           MOVE WRK-PROFESSOR  TO DIA-PROFESSOR.
           WRITE REG-DIARIO.

           MOVE ZEROS TO WRK-CONT-FALTAS.
           CLOSE ARQ-DIARIO.
           DISPLAY 'AULA LANCADA COM ' WRK-CONT-FALTAS ' FALTAS'.

      * USUARIO E SENHA CONFERIDOS COMO NO LIBERA-PEDIDOS; O USUARIO
      * PRECISA ESTAR LIGADO A UM PROFESSOR ATIVO
       0210-IDENTIFICAR-PROFESSOR.
           OPEN I-O ARQ-USUARIOS.
           IF WRK-FS-USUARIOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR USERS.DAT - FS=' WRK-FS-USUARIOS
               MOVE 8 TO RETURN-CODE
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
                           MOVE FUNCTION CURRENT-DATE (1:8)
                               TO USR-ULT-ACESSO
                           REWRITE REG-USUARIO
                           PERFORM 0215-LOCALIZAR-PROFESSOR
                       ELSE
                           PERFORM 0212-CONTAR-TENTATIVA
                       END-IF
                   END-IF
           END-READ.
           CLOSE ARQ-USUARIOS.

      * SENHA ERRADA: MESMA REGRA DO MENU-PRINCIPAL, A CONTA E
      * BLOQUEADA NA ULTIMA TENTATIVA PERMITIDA E O BLOQUEIO VAI PARA
      * O AUDITORIA.LOG
       0212-CONTAR-TENTATIVA.
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

       0215-LOCALIZAR-PROFESSOR.
           OPEN INPUT ARQ-PROFESSORES.
           IF WRK-FS-PROFESSORES NOT = '00'
               DISPLAY 'ERRO AO ABRIR PROFESSORES.DAT - FS='
                   WRK-FS-PROFESSORES
           ELSE
               MOVE WRK-USUARIO TO PRF-USUARIO
               READ ARQ-PROFESSORES KEY IS PRF-USUARIO
                   INVALID KEY
                       DISPLAY 'USUARIO ' WRK-USUARIO
                           ' NAO E PROFESSOR CADASTRADO'
                   NOT INVALID KEY
                       IF PRF-SITUACAO = 'A'
                           MOVE PRF-CODIGO TO WRK-PROFESSOR
                           MOVE PRF-NOME TO WRK-NOME-PROFESSOR
                           SET PROFESSOR-IDENTIFICADO TO TRUE
                           DISPLAY 'PROFESSOR ' PRF-CODIGO ' - '
                               PRF-NOME
                       ELSE
                           DISPLAY 'PROFESSOR ' PRF-CODIGO
                               ' INATIVO - LANCAMENTO RECUSADO'
                       END-IF
               END-READ
               CLOSE ARQ-PROFESSORES
           END-IF.

      * A ATRIBUICAO E PROCURADA PELO PERIODO LETIVO DA DATA DA AULA
      * (O ANO, COMO NA CONSOLIDACAO)
       0220-CONFERIR-ATRIBUICAO.
           OPEN INPUT ARQ-ATRIBUICOES.
           IF WRK-FS-ATRIBUICOES NOT = '00'
               DISPLAY 'ERRO AO ABRIR ATRIBUICOES.DAT - FS='
                   WRK-FS-ATRIBUICOES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WRK-TURMA      TO ATR-TURMA.
           MOVE WRK-DISCIPLINA TO ATR-DISCIPLINA.
           MOVE WRK-DATA (1:4) TO ATR-PERIODO.
           READ ARQ-ATRIBUICOES
               INVALID KEY
                   DISPLAY 'DISCIPLINA ' WRK-DISCIPLINA ' SEM '
                       'PROFESSOR ATRIBUIDO NA TURMA ' WRK-TURMA
                       ' - AULA RECUSADA'
               NOT INVALID KEY
                   IF ATR-PROFESSOR = WRK-PROFESSOR
                       SET AULA-AUTORIZADA TO TRUE
                   ELSE
                       IF ATR-SUBSTITUTO = WRK-PROFESSOR
                           SET AULA-AUTORIZADA TO TRUE
                           DISPLAY 'AULA LANCADA COMO SUBSTITUTO DE '
                               ATR-PROFESSOR
                       ELSE
                           DISPLAY 'PROFESSOR ' WRK-PROFESSOR
                               ' NAO E TITULAR NEM SUBSTITUTO DA '
                               'DISCIPLINA - AULA RECUSADA'
                       END-IF
                   END-IF
           END-READ.
           CLOSE ARQ-ATRIBUICOES.

       0300-EXIBIR-DIARIO.
           OPEN INPUT ARQ-DIARIO.
           IF WRK-FS-DIARIO NOT = '00'
                           DISPLAY 'AULA ' DIA-DATA
                               ' TURMA ' DIA-TURMA
                               ' DISCIPLINA ' DIA-DISCIPLINA
                               ' PROFESSOR ' DIA-PROFESSOR
                       ELSE
                           DISPLAY '   FALTA: ' DIA-ID
                       END-IF
           CLOSE ARQ-FREQUENCIA.

           COPY VERTRAVA.

           COPY CODSENHA.

           COPY GRAVAAUD.
