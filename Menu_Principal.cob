      * OFERECE AS OPCOES DO NIVEL DO OPERADOR: CADASTRO DE USUARIOS
      * SOMENTE PARA ADM, PROGRAMAS COM REPROCESSAMENTO (FRETE E AREA)
      * PARA SUPERVISOR E ADM. CADA ENTRADA FICA NO AUDITORIA.LOG.
      * AS OPCOES OFERECIDAS SAEM DA MATRIZ DE PERMISSOES
      * (PERMISSOES.DAT, MANTIDA PELO ADM NO ACESSO-USUARIOS MODO M)
      * E NAO MAIS DE TESTES DE NIVEL FIXOS NO PROGRAMA; A ESCOLHA DE
      * UMA OPCAO NAO PERMITIDA FICA NO AUDITORIA.LOG.
      * CADA ENTRADA ACEITA GRAVA A DATA DO ULTIMO ACESSO NO
      * CADASTRO DO USUARIO (USR-ULT-ACESSO), BASE DA REVISAO
      * PERIODICA DE ACESSOS E DO BLOQUEIO DE CONTAS INATIVAS.
      * FRETE E AREA SAO CONFERIDOS NA MATRIZ PELO MODO DO PROPRIO
      * CARTAO EM EXECPARM.DAT (N NORMAL, R REPROCESSAMENTO), E NAO
      * POR '*', PARA QUE O REPROCESSAMENTO POSSA SER RESTRITO.
      * DATA = 08/08/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEL-USUARIO
               FILE STATUS IS WRK-FS-DELEGACOES.

           SELECT ARQ-PERMISSOES ASSIGN TO 'PERMISSOES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERMISSOES.

      * CARTAO DE PARAMETROS DO FRETE E DA AREA: O MODO EM QUE O
      * PROGRAMA VAI RODAR E O MODO CONFERIDO NA MATRIZ
           SELECT ARQ-EXECPARM ASSIGN TO 'EXECPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXECPARM.

           SELECT ARQ-RUNLOG ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-USUARIOS.
           05 USR-DT-TROCA      PIC 9(08).
           05 USR-TENTATIVAS    PIC 9(01).
           05 USR-BLOQUEADO     PIC X(01).
           05 USR-ULT-ACESSO    PIC 9(08).

       FD  ARQ-AUDITORIA
           RECORDING MODE IS F.
           05 DEL-GRANTOR       PIC X(20).
           05 DEL-MOTIVO        PIC X(30).

       FD  ARQ-PERMISSOES
           RECORDING MODE IS F.
       01  REG-PERMISSAO        PIC X(75).

       FD  ARQ-EXECPARM
           RECORDING MODE IS F.
       01  REG-EXECPARM         PIC X(26).

       FD  ARQ-RUNLOG
           RECORDING MODE IS F.
       01  REG-RUNLOG           PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-USUARIOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITORIA PIC X(02) VALUE ZEROS.
       77 WRK-ACESSO PIC X(01) VALUE 'N'.
         88 ACESSO-CONCEDIDO VALUE 'S'.
       77 WRK-FS-DELEGACOES PIC X(02) VALUE ZEROS.
       77 WRK-FS-PERMISSOES PIC X(02) VALUE ZEROS.
       77 WRK-FS-EXECPARM PIC X(02) VALUE ZEROS.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-SOB-DELEGACAO PIC X(01) VALUE 'N'.
         88 SOB-DELEGACAO VALUE 'S'.


       COPY AUDSEG.

       COPY PERMISSAO.

       COPY EXECPARM.

      * MODO DO CARTAO DO FRETE E DA AREA, NORMALIZADO COMO NOS
      * PROPRIOS PROGRAMAS (QUALQUER OUTRO VALOR VALE N)
       77 WRK-MODO-FRETE PIC X(01) VALUE 'N'.
       77 WRK-MODO-AREA PIC X(01) VALUE 'N'.

       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           MOVE 'N' TO WRK-ACESSO.
           MOVE 'N' TO WRK-SOB-DELEGACAO.
           MOVE ZEROS TO WRK-OPCAO.
           PERFORM 9519-REINICIAR-PERMISSOES.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           IF NOT ACESSO-CONCEDIDO
               GOBACK
           END-IF.
           PERFORM 0205-LER-MODOS.

           PERFORM 0200-EXIBIR-MENU
               WITH TEST AFTER
                   WRK-VALIDADE-SENHA ' DIAS) - TROQUE A SENHA NO '
                   'ACESSO-USUARIOS (MODO V)'
           ELSE
               MOVE WRK-DATA-HOJE TO USR-ULT-ACESSO
               REWRITE REG-USUARIO
               MOVE USR-NIVEL TO WRK-NIVEL
               MOVE WRK-USUARIO TO WRK-PM-USUARIO
               MOVE USR-NIVEL TO WRK-PM-NIVEL
               PERFORM 0170-CONFERIR-DELEGACAO
               SET ACESSO-CONCEDIDO TO TRUE
               MOVE 'ACESSO AO MENU' TO WRK-AU-ACAO

      * A LINHA DE AUDITORIA SAI ENCADEADA (SEQUENCIA + HASH) PELO
      * QUADRO COMUM DE AUDSEG/GRAVAAUD
      * DELEGACAO VIGENTE NA DATA DE HOJE SOMA AS PERMISSOES DO
      * NIVEL DELEGADO AS DO NIVEL DO CADASTRO; FORA DA FAIXA DE
      * DATAS ELA EXPIRA SOZINHA E SO O NIVEL ORIGINAL VOLTA A VALER
      * SEM NINGUEM MEXER EM NADA. COMO A DELEGACAO SO ACRESCENTA,
      * NINGUEM PODE SER REBAIXADO NO LOGON POR UMA CONCESSAO TORTA
       0170-CONFERIR-DELEGACAO.
           OPEN INPUT ARQ-DELEGACOES.
                   NOT INVALID KEY
                       IF DEL-DATA-INI <= WRK-DATA-HOJE
                           AND DEL-DATA-FIM >= WRK-DATA-HOJE
                           AND DEL-NIVEL NOT = WRK-NIVEL
                           MOVE DEL-NIVEL TO WRK-PM-NIVEL-DEL
                           SET SOB-DELEGACAO TO TRUE
                           DISPLAY 'NIVEL ' DEL-NIVEL
                               ' ASSUMIDO POR DELEGACAO DE '
           MOVE WRK-USUARIO TO WRK-AU-USUARIO.
           PERFORM 9570-GRAVAR-AUD-SEGURA.

      * CADA OPERADOR SO VE E SO EXECUTA AS OPCOES QUE A MATRIZ DE
      * PERMISSOES LHE DA (VER 0210-CONFERIR-OPCAO); A CONFERENCIA E
      * REFEITA NA ESCOLHA, E A RECUSA VAI PARA O AUDITORIA.LOG
       0200-EXIBIR-MENU.
           DISPLAY '================================================'.
           DISPLAY 'MENU PRINCIPAL - OPERADOR ' WRK-USUARIO.
           MOVE 'FRETE' TO WRK-PM-PROGRAMA.
           PERFORM 0210-CONFERIR-OPCAO.
           IF PERMISSAO-CONCEDIDA
               DISPLAY '1 - FRETE (COTACAO DE PEDIDOS)'
           END-IF.
           MOVE 'NOTAS-TURMA' TO WRK-PM-PROGRAMA.
           PERFORM 0210-CONFERIR-OPCAO.
           IF PERMISSAO-CONCEDIDA
               DISPLAY '2 - NOTAS DA TURMA (LOTE)'
           END-IF.
           MOVE 'NOTAS-ALUNO' TO WRK-PM-PROGRAMA.
           PERFORM 0210-CONFERIR-OPCAO.
           IF PERMISSAO-CONCEDIDA
               DISPLAY '3 - NOTAS DO ALUNO (INDIVIDUAL)'
           END-IF.
           MOVE 'CALC-AREA' TO WRK-PM-PROGRAMA.
           PERFORM 0210-CONFERIR-OPCAO.
           IF PERMISSAO-CONCEDIDA
               DISPLAY '4 - AREA (CALCULADORA DE MEDIDAS)'
           END-IF.
           MOVE 'DIVISAO-RESTO' TO WRK-PM-PROGRAMA.
           PERFORM 0210-CONFERIR-OPCAO.
           IF PERMISSAO-CONCEDIDA
               DISPLAY '5 - DIVISAO (QUOCIENTE/RESTO EM LOTE)'
           END-IF.
           MOVE 'ACESSO-USUARIOS' TO WRK-PM-PROGRAMA.
           PERFORM 0210-CONFERIR-OPCAO.
           IF PERMISSAO-CONCEDIDA
               DISPLAY '6 - ACESSO (CADASTRO/NIVEL DE USUARIO)'
           END-IF.
           DISPLAY '0 - SAIR'.

           EVALUATE TRUE
               WHEN OPCAO-FRETE
                   PERFORM 0205-LER-MODOS
                   MOVE 'FRETE' TO WRK-PM-PROGRAMA
                   PERFORM 0210-CONFERIR-OPCAO
                   IF PERMISSAO-CONCEDIDA
                       CALL 'FRETE'
                   ELSE
                       PERFORM 0250-NEGAR-OPCAO
                   END-IF
               WHEN OPCAO-NOTAS-TURMA
                   MOVE 'NOTAS-TURMA' TO WRK-PM-PROGRAMA
                   PERFORM 0210-CONFERIR-OPCAO
                   IF PERMISSAO-CONCEDIDA
                       CALL 'NOTAS-TURMA'
                   ELSE
                       PERFORM 0250-NEGAR-OPCAO
                   END-IF
               WHEN OPCAO-NOTAS-ALUNO
                   MOVE 'NOTAS-ALUNO' TO WRK-PM-PROGRAMA
                   PERFORM 0210-CONFERIR-OPCAO
                   IF PERMISSAO-CONCEDIDA
                       CALL 'NOTAS-ALUNO'
                   ELSE
                       PERFORM 0250-NEGAR-OPCAO
                   END-IF
               WHEN OPCAO-AREA
                   PERFORM 0205-LER-MODOS
                   MOVE 'CALC-AREA' TO WRK-PM-PROGRAMA
                   PERFORM 0210-CONFERIR-OPCAO
                   IF PERMISSAO-CONCEDIDA
                       CALL 'CALC-AREA'
                   ELSE
                       PERFORM 0250-NEGAR-OPCAO
                   END-IF
               WHEN OPCAO-DIVISAO
                   MOVE 'DIVISAO-RESTO' TO WRK-PM-PROGRAMA
                   PERFORM 0210-CONFERIR-OPCAO
                   IF PERMISSAO-CONCEDIDA
                       CALL 'DIVISAO-RESTO'
                   ELSE
                       PERFORM 0250-NEGAR-OPCAO
                   END-IF
               WHEN OPCAO-ACESSO
                   MOVE 'ACESSO-USUARIOS' TO WRK-PM-PROGRAMA
                   PERFORM 0210-CONFERIR-OPCAO
                   IF PERMISSAO-CONCEDIDA
                       CALL 'ACESSO-USUARIOS'
                   ELSE
                       PERFORM 0250-NEGAR-OPCAO
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      * O CARTAO E LIDO NA ENTRADA (PARA MONTAR AS OPCOES) E DE NOVO
      * NA ESCOLHA, JA QUE O PROGRAMA CHAMADO LE O CARTAO VIGENTE
       0205-LER-MODOS.
           MOVE 'FRETE' TO WRK-EP-PROGRAMA.
           PERFORM 9600-LER-EXECPARM.
           MOVE WRK-EP-MODO TO WRK-MODO-FRETE.
           IF WRK-MODO-FRETE NOT = 'N' AND WRK-MODO-FRETE NOT = 'R'
               MOVE 'N' TO WRK-MODO-FRETE
           END-IF.
           MOVE 'CALC-AREA' TO WRK-EP-PROGRAMA.
           PERFORM 9600-LER-EXECPARM.
           MOVE WRK-EP-MODO TO WRK-MODO-AREA.
           IF WRK-MODO-AREA NOT = 'N' AND WRK-MODO-AREA NOT = 'R'
               MOVE 'N' TO WRK-MODO-AREA
           END-IF.

      * FRETE E AREA SAO CONFERIDOS NO MODO DO CARTAO (UMA LINHA
      * 'FRETE R' PASSA A VALER); OS DEMAIS PROGRAMAS NAO TEM MODO
      * PELO MENU E SAO CONFERIDOS COM '*'
       0210-CONFERIR-OPCAO.
           EVALUATE WRK-PM-PROGRAMA
               WHEN 'FRETE'
                   MOVE WRK-MODO-FRETE TO WRK-PM-MODO
               WHEN 'CALC-AREA'
                   MOVE WRK-MODO-AREA TO WRK-PM-MODO
               WHEN OTHER
                   MOVE '*' TO WRK-PM-MODO
           END-EVALUATE.
           PERFORM 9525-CONFERIR-PERMISSAO.

       0250-NEGAR-OPCAO.
           PERFORM 9530-NEGAR-PERMISSAO.

           COPY CODSENHA.

           COPY GRAVAAUD.

           COPY VERPERM.

           COPY LERPARM.
