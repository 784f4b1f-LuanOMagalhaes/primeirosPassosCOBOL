       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOQUEIA-INATIVOS.
      ***************************
      * Área de comentários
      * OBJETIVO: BLOQUEIO PROGRAMADO DE CONTAS INATIVAS: TODA CONTA
      * DE USERS.DAT SEM ACESSO AO MENU-PRINCIPAL HA MAIS DOS DIAS DO
      * CARTAO ACESSOPAR.DAT (AUSENTE OU ZERADO, 90 DIAS) FICA
      * BLOQUEADA, E CADA BLOQUEIO VAI PARA O AUDITORIA.LOG. A
      * INATIVIDADE CONTA DO ULTIMO ACESSO OU DA ULTIMA TROCA DE
      * SENHA (CRIACAO, DESBLOQUEIO), O QUE FOR MAIS RECENTE, ATE A
      * DATA DO CARTAO EM EXECPARM.DAT (SEM DATA, HOJE). O ULTIMO
      * ADMINISTRADOR ATIVO NUNCA E BLOQUEADO, PARA QUE SEMPRE HAJA
      * QUEM DESBLOQUEIE NO ACESSO-USUARIOS
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

      * CARTAO DE PARAMETROS DA REVISAO DE ACESSOS (DIAS SEM ACESSO
      * PARA A CONTA SER CONSIDERADA INATIVA), AJUSTAVEL SEM
      * RECOMPILAR; ARQUIVO AUSENTE OU CAMPO INVALIDO ASSUME O PADRAO
           SELECT ARQ-ACESSOPAR ASSIGN TO 'ACESSOPAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACESSOPAR.

           SELECT ARQ-AUDITORIA ASSIGN TO 'AUDITORIA.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.

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

       FD  ARQ-ACESSOPAR
           RECORDING MODE IS F.
       01  REG-ACESSOPAR.
           05 APR-DIAS-INATIVO  PIC 9(03).

       FD  ARQ-AUDITORIA
           RECORDING MODE IS F.
       01  REG-AUDITORIA        PIC X(96).

       FD  ARQ-EXECPARM
           RECORDING MODE IS F.
       01  REG-EXECPARM         PIC X(26).

       FD  ARQ-RUNLOG
           RECORDING MODE IS F.
       01  REG-RUNLOG           PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-USUARIOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-ACESSOPAR PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITORIA PIC X(02) VALUE ZEROS.
       77 WRK-FS-EXECPARM PIC X(02) VALUE ZEROS.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-EOF-USUARIOS PIC X(01) VALUE 'N'.
         88 FIM-USUARIOS VALUE 'S'.

       COPY RUNLOG.

       COPY EXECPARM.

       COPY AUDSEG.

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

      * DATA DE REFERENCIA DA RODADA E LIMITE DE INATIVIDADE
       77 WRK-DATA-REF PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-INATIVO PIC 9(03) VALUE 90.

      * INATIVIDADE DA CONTA LIDA: DATA BASE (ULTIMO ACESSO OU TROCA
      * DE SENHA, A MAIS RECENTE) E DIAS DESDE ELA
       77 WRK-DATA-BASE PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-SEM-USO PIC 9(05) VALUE ZEROS.
       77 WRK-FLAG-INATIVA PIC X(01) VALUE 'N'.
         88 CONTA-INATIVA VALUE 'S'.
       77 WRK-NIVEL PIC 9(02) VALUE ZEROS.
         88 ADM VALUE 01.

      * ADMINISTRADORES QUE CONTINUAM ATIVOS DEPOIS DA RODADA
       77 WRK-QTD-ADM-ATIVOS PIC 9(03) VALUE ZEROS.
       77 WRK-CONT-ED PIC ZZZZZ9 VALUE ZEROS.
       77 WRK-DIAS-ED PIC ZZZZ9 VALUE ZEROS.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE ZEROS TO WRK-QTD-ADM-ATIVOS.
           MOVE ZEROS TO WRK-CTL-LIDOS.
           MOVE ZEROS TO WRK-CTL-PROCESSADOS.
           MOVE ZEROS TO WRK-CTL-REJEITADOS.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           MOVE 'BLOQ-INATIVOS' TO WRK-EP-PROGRAMA.
           PERFORM 9600-LER-EXECPARM.
           IF WRK-EP-DATA > ZEROS
               MOVE WRK-EP-DATA TO WRK-DATA-REF
           ELSE
               MOVE WRK-DATA-HOJE TO WRK-DATA-REF
           END-IF.
           PERFORM 0150-LER-PARAMETROS.

           PERFORM 0200-CONTAR-ADMINISTRADORES.
           PERFORM 0300-BLOQUEAR-INATIVAS.

           MOVE 'BLOQ-INATIVOS' TO WRK-RL-PROGRAMA.
           PERFORM 9700-GRAVAR-CONTROLE.

           MOVE WRK-CTL-LIDOS TO WRK-CONT-ED.
           DISPLAY 'CONTAS LIDAS: ' WRK-CONT-ED.
           MOVE WRK-CTL-PROCESSADOS TO WRK-CONT-ED.
           DISPLAY 'CONTAS BLOQUEADAS POR INATIVIDADE: ' WRK-CONT-ED.
           MOVE WRK-CTL-REJEITADOS TO WRK-CONT-ED.
           DISPLAY 'ADMINISTRADOR INATIVO MANTIDO: ' WRK-CONT-ED.
           GOBACK.

      * CARTAO DE PARAMETROS: DIAS ZERADOS OU INVALIDOS VOLTAM AOS
      * 90 DIAS, O MESMO PRAZO DA VALIDADE DA SENHA
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
           DISPLAY 'INATIVIDADE: MAIS DE ' WRK-DIAS-INATIVO
               ' DIAS SEM ACESSO ATE ' WRK-DATA-REF.

      * PRIMEIRA PASSADA: ADMINISTRADORES ATIVOS QUE NAO SERAO
      * BLOQUEADOS NESTA RODADA
       0200-CONTAR-ADMINISTRADORES.
           MOVE 'N' TO WRK-EOF-USUARIOS.
           OPEN INPUT ARQ-USUARIOS.
           IF WRK-FS-USUARIOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR USERS.DAT - FS=' WRK-FS-USUARIOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL FIM-USUARIOS
               READ ARQ-USUARIOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-USUARIOS
                   NOT AT END
                       MOVE USR-NIVEL TO WRK-NIVEL
                       IF ADM AND USR-BLOQUEADO NOT = 'S'
                           PERFORM 0250-CALCULAR-INATIVIDADE
                           IF NOT CONTA-INATIVA
                               ADD 1 TO WRK-QTD-ADM-ATIVOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-USUARIOS.

      * CONTA SEM NENHUMA DATA (CADASTRO ANTIGO SEM TROCA DE SENHA
      * NEM ACESSO REGISTRADO) NAO TEM BASE PARA A CONTAGEM E NAO E
      * BLOQUEADA; A REVISAO-ACESSOS A APONTA PARA O GESTOR
       0250-CALCULAR-INATIVIDADE.
           MOVE 'N' TO WRK-FLAG-INATIVA.
           MOVE ZEROS TO WRK-DATA-BASE.
           MOVE ZEROS TO WRK-DIAS-SEM-USO.
           IF USR-ULT-ACESSO NUMERIC
               MOVE USR-ULT-ACESSO TO WRK-DATA-BASE
           END-IF.
           IF USR-DT-TROCA NUMERIC
               AND USR-DT-TROCA > WRK-DATA-BASE
               MOVE USR-DT-TROCA TO WRK-DATA-BASE
           END-IF.
           IF WRK-DATA-BASE > ZEROS
               AND WRK-DATA-BASE < WRK-DATA-REF
               COMPUTE WRK-DIAS-SEM-USO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-REF) -
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-BASE)
               IF WRK-DIAS-SEM-USO > WRK-DIAS-INATIVO
                   SET CONTA-INATIVA TO TRUE
               END-IF
           END-IF.

      * SEGUNDA PASSADA: BLOQUEIA E AUDITA CADA CONTA INATIVA AINDA
      * ATIVA. SE TODOS OS ADMINISTRADORES ESTIVEREM INATIVOS, O
      * PRIMEIRO FICA DESBLOQUEADO E APONTADO NA SAIDA
       0300-BLOQUEAR-INATIVAS.
           MOVE 'N' TO WRK-EOF-USUARIOS.
           OPEN I-O ARQ-USUARIOS.
           IF WRK-FS-USUARIOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR USERS.DAT - FS=' WRK-FS-USUARIOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL FIM-USUARIOS
               READ ARQ-USUARIOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-USUARIOS
                   NOT AT END
                       ADD 1 TO WRK-CTL-LIDOS
                       IF USR-BLOQUEADO NOT = 'S'
                           PERFORM 0250-CALCULAR-INATIVIDADE
                           IF CONTA-INATIVA
                               PERFORM 0310-BLOQUEAR-CONTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-USUARIOS.

       0310-BLOQUEAR-CONTA.
           MOVE USR-NIVEL TO WRK-NIVEL.
           MOVE WRK-DIAS-SEM-USO TO WRK-DIAS-ED.
           IF ADM AND WRK-QTD-ADM-ATIVOS = ZEROS
               ADD 1 TO WRK-QTD-ADM-ATIVOS
               ADD 1 TO WRK-CTL-REJEITADOS
               DISPLAY 'ULTIMO ADMINISTRADOR ATIVO MANTIDO: '
                   USR-USUARIO ' (' WRK-DIAS-ED ' DIAS SEM ACESSO)'
           ELSE
               MOVE 'S' TO USR-BLOQUEADO
               REWRITE REG-USUARIO
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR USERS.DAT - '
                           USR-USUARIO
                   NOT INVALID KEY
                       ADD 1 TO WRK-CTL-PROCESSADOS
                       DISPLAY 'BLOQUEADA POR INATIVIDADE: '
                           USR-USUARIO ' (' WRK-DIAS-ED ' DIAS)'
                       MOVE USR-USUARIO TO WRK-AU-USUARIO
                       MOVE 'BLOQUEIO POR INATIVIDADE'
                           TO WRK-AU-ACAO
                       PERFORM 9570-GRAVAR-AUD-SEGURA
               END-REWRITE
           END-IF.

           COPY LERPARM.

           COPY GRAVAAUD.

           COPY GRAVALOG.
