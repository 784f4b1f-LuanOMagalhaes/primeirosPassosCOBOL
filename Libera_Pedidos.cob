      * SUPERVISOR (NIVEL 03 EM USERS.DAT) PODE LIBERAR, COM
      * CONFERENCIA DE SENHA COMO NO 0500-VERIFICAR-ACESSO DO
      * ACESSO-USUARIOS, E CADA LIBERACAO E REGISTRADA NO
      * AUDITORIA.LOG. QUEM PODE LIBERAR, EM CADA MODO, SAI DA
      * MATRIZ DE PERMISSOES (PERMISSOES.DAT, PROGRAMA LIBERA-PEDIDOS
      * MODOS A E C) E NAO MAIS DO NIVEL 03 FIXO NO PROGRAMA; A
      * TENTATIVA NEGADA FICA NO AUDITORIA.LOG. SEGREGACAO DE
      * FUNCOES: O PEDIDO DIGITADO OU ALTERADO POR ULTIMO PELO
      * PROPRIO LIBERADOR (OPERADOR DO CABECALHO NO RETIDO/SUSPENSO
      * OU NO PEDIDOS.DAT ATUAL) NAO E LIBERADO, MESMO SOB
      * DELEGACAO; A RECUSA VAI PARA O AUDITORIA.LOG E O PEDIDO FICA
      * ONDE ESTAVA. CADA LIBERACAO FEITA E ANOTADA EM LIBERACOES.DAT
      * PARA O RELATORIO SEMANAL DE CONFLITOS (CONFLITO-LIBERACAO)
      * DATA = 22/08/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * DELEGACOES TEMPORARIAS DE NIVEL (ACESSO-USUARIOS MODO G):
      * COM O SUPERVISOR DE FERIAS, O USUARIO COM DELEGACAO VIGENTE
      * GANHA AS PERMISSOES DO NIVEL DELEGADO, E CADA USO SAI
      * MARCADO NO LOG
           SELECT ARQ-DELEGACOES ASSIGN TO 'DELEGACOES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT ARQ-SUSPENSO ASSIGN TO 'PEDIDOS.SUS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SUSPENSO.

           SELECT ARQ-PERMISSOES ASSIGN TO 'PERMISSOES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERMISSOES.

      * PEDIDOS.DAT ATUAL: DIZ QUEM ALTEROU O PEDIDO POR ULTIMO,
      * MESMO DEPOIS QUE ELE FOI RETIDO OU SUSPENSO
           SELECT ARQ-PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDIDOS.

      * REGISTRO DE LIBERACOES (QUEM LIBEROU, QUEM TINHA DIGITADO)
           SELECT ARQ-LIBERACOES ASSIGN TO 'LIBERACOES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIBERACOES.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-USUARIOS.
           05 USR-DT-TROCA      PIC 9(08).
           05 USR-TENTATIVAS    PIC 9(01).
           05 USR-BLOQUEADO     PIC X(01).
           05 USR-ULT-ACESSO    PIC 9(08).

       FD  ARQ-RETIDOS
           RECORDING MODE IS F.
           05 DEL-GRANTOR       PIC X(20).
           05 DEL-MOTIVO        PIC X(30).

       FD  ARQ-PERMISSOES
           RECORDING MODE IS F.
       01  REG-PERMISSAO        PIC X(75).

       FD  ARQ-PEDIDOS
           RECORDING MODE IS F.
       01  REG-PEDIDO           PIC X(57).

       FD  ARQ-LIBERACOES
           RECORDING MODE IS F.
       01  REG-LIBERACAO.
           05 LBR-DATA          PIC 9(08).
           05 LBR-PEDIDO        PIC 9(06).
           05 LBR-MODO          PIC X(01).
           05 LBR-LIBERADOR     PIC X(20).
           05 LBR-DIGITADOR     PIC X(20).
           05 LBR-DELEGACAO     PIC X(01).

       WORKING-STORAGE SECTION.
       77 WRK-FS-USUARIOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-RETIDOS PIC X(02) VALUE ZEROS.
       77 WRK-FLAG-LIBERA PIC X(01) VALUE 'N'.
       77 WRK-CLIENTE-CR PIC X(06) VALUE SPACES.

      * RETIDO EM TABELA: O GRUPO RECUSADO PELA SEGREGACAO DE
      * FUNCOES VOLTA PARA O PEDIDOS.HLD, O RESTO E LIBERADO
       77 WRK-QTD-RET PIC 9(03) VALUE ZEROS.
       01 TAB-RETIDOS.
           05 TAB-RET-ITEM OCCURS 500 TIMES.
               10 TAB-RET-REGISTRO PIC X(57).
               10 TAB-RET-LIBERAR  PIC X(01).
       77 WRK-IDX-RET PIC 9(03) VALUE ZEROS.
       77 WRK-CONT-RECUSADOS PIC 9(05) VALUE ZEROS.

      * OPERADOR DE CADA PEDIDO NO PEDIDOS.DAT ATUAL
       77 WRK-FS-PEDIDOS PIC X(02) VALUE ZEROS.
       77 WRK-EOF-PEDIDOS PIC X(01) VALUE 'N'.
         88 FIM-PEDIDOS VALUE 'S'.
       77 WRK-QTD-DIG PIC 9(03) VALUE ZEROS.
       01 TAB-DIGITADORES.
           05 TAB-DIG-ITEM OCCURS 500 TIMES.
               10 TAB-DIG-PEDIDO   PIC 9(06).
               10 TAB-DIG-OPERADOR PIC X(20).
       77 WRK-IDX-DIG PIC 9(03) VALUE ZEROS.

      * PEDIDO EM EXAME: NUMERO, OPERADOR DO CABECALHO RETIDO OU
      * SUSPENSO E OPERADOR NO PEDIDOS.DAT ATUAL
       77 WRK-PEDIDO-LIB PIC 9(06) VALUE ZEROS.
       77 WRK-DIGITADOR PIC X(20) VALUE SPACES.
       77 WRK-DIGITADOR-ATUAL PIC X(20) VALUE SPACES.
       77 WRK-REG-LIBERADO PIC X(57) VALUE SPACES.
       77 WRK-FLAG-CONFLITO PIC X(01) VALUE 'N'.
         88 MESMO-OPERADOR VALUE 'S'.
       77 WRK-FS-LIBERACOES PIC X(02) VALUE ZEROS.

       77 WRK-USUARIO PIC X(20) VALUE SPACES.

       77 WRK-FS-DELEGACOES PIC X(02) VALUE ZEROS.
       77 WRK-FS-PERMISSOES PIC X(02) VALUE ZEROS.
       77 WRK-SOB-DELEGACAO PIC X(01) VALUE 'N'.
         88 SOB-DELEGACAO VALUE 'S'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.

       COPY AUDSEG.

       COPY PERMISSAO.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-RETIDOS.
           MOVE 'N' TO WRK-SOB-DELEGACAO.
           PERFORM 9519-REINICIAR-PERMISSOES.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.
           MOVE ZEROS TO WRK-CONT-REGISTROS.

           MOVE 'N' TO WRK-EOF-SUSPENSO.
           MOVE ZEROS TO WRK-QTD-SUS.
           MOVE ZEROS TO WRK-QTD-RET.
           MOVE ZEROS TO WRK-CONT-RECUSADOS.
           MOVE 'N' TO WRK-EOF-PEDIDOS.
           MOVE ZEROS TO WRK-QTD-DIG.

           DISPLAY 'MODO (A=LIBERAR ALCADA - PEDIDOS.HLD,'
           DISPLAY '      C=LIBERAR CREDITO - PEDIDOS.SUS)'
           ACCEPT WRK-MODO FROM CONSOLE.
           IF NOT MODO-ALCADA AND NOT MODO-CREDITO
               DISPLAY 'MODO INVALIDO'
               GOBACK
           END-IF.

           PERFORM 0200-VERIFICAR-LIBERADOR.
           IF NOT PERMISSAO-CONCEDIDA
               GOBACK
           END-IF.

           PERFORM 0250-CARREGAR-DIGITADORES.

           EVALUATE TRUE
               WHEN MODO-ALCADA
                   PERFORM 0300-LIBERAR-RETIDOS
           END-EVALUATE.
           GOBACK.

      * USUARIO E SENHA CONFERIDOS EM USERS.DAT E PERMISSAO DO
      * MODO ESCOLHIDO CONFERIDA NA MATRIZ (VERPERM.CPY); DELEGACAO
      * VIGENTE SOMA AS PERMISSOES DO NIVEL DELEGADO
       0200-VERIFICAR-LIBERADOR.
           MOVE 'LIBERA-PEDIDOS' TO WRK-PM-PROGRAMA.
           MOVE WRK-MODO TO WRK-PM-MODO.
           PERFORM 9535-AUTORIZAR-OPERACAO.
           IF PERMISSAO-CONCEDIDA
               MOVE WRK-PM-USUARIO TO WRK-USUARIO
               IF PM-SOB-DELEGACAO
                   SET SOB-DELEGACAO TO TRUE
               END-IF
           END-IF.

      * OPERADOR DE CADA CABECALHO DO PEDIDOS.DAT ATUAL (POSICOES
      * 32-51); SEM O ARQUIVO (FS 35) A CONFERENCIA FICA SO COM O
      * OPERADOR GRAVADO NO RETIDO/SUSPENSO. ERRO DE ABERTURA OU
      * ARQUIVO MAIOR QUE A TABELA ENCERRA: SEM O ULTIMO OPERADOR DE
      * CADA PEDIDO A SEGREGACAO NAO PODE SER CONFERIDA
       0250-CARREGAR-DIGITADORES.
           OPEN INPUT ARQ-PEDIDOS.
           IF WRK-FS-PEDIDOS NOT = '00' AND WRK-FS-PEDIDOS NOT = '35'
               DISPLAY 'ERRO AO ABRIR PEDIDOS.DAT - FS='
                   WRK-FS-PEDIDOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WRK-FS-PEDIDOS = '00'
               PERFORM UNTIL FIM-PEDIDOS
                   READ ARQ-PEDIDOS
                       AT END
                           MOVE 'S' TO WRK-EOF-PEDIDOS
                       NOT AT END
                           IF REG-PEDIDO (1:1) = '1'
                               AND WRK-QTD-DIG >= 500
                               DISPLAY 'PEDIDOS.DAT MAIOR QUE A '
                                   'TABELA - ENCERRANDO'
                               MOVE 8 TO RETURN-CODE
                               CLOSE ARQ-PEDIDOS
                               GOBACK
                           END-IF
                           IF REG-PEDIDO (1:1) = '1'
                               ADD 1 TO WRK-QTD-DIG
                               MOVE REG-PEDIDO (2:6)
                                   TO TAB-DIG-PEDIDO (WRK-QTD-DIG)
                               MOVE REG-PEDIDO (32:20)
                                   TO TAB-DIG-OPERADOR (WRK-QTD-DIG)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PEDIDOS
           END-IF.

      * SEGREGACAO DE FUNCOES: O LIBERADOR IDENTIFICADO (MESMO
      * USANDO UMA DELEGACAO) NAO PODE SER QUEM DIGITOU O PEDIDO NEM
      * QUEM O ALTEROU POR ULTIMO. CABECALHO ANTIGO SEM OPERADOR NAO
      * CONFLITA COM NINGUEM
       0260-CONFERIR-DIGITADOR.
           MOVE 'N' TO WRK-FLAG-CONFLITO.
           MOVE SPACES TO WRK-DIGITADOR-ATUAL.
           PERFORM VARYING WRK-IDX-DIG FROM 1 BY 1
                   UNTIL WRK-IDX-DIG > WRK-QTD-DIG
               IF TAB-DIG-PEDIDO (WRK-IDX-DIG) = WRK-PEDIDO-LIB
                   MOVE TAB-DIG-OPERADOR (WRK-IDX-DIG)
                       TO WRK-DIGITADOR-ATUAL
               END-IF
           END-PERFORM.
           IF WRK-DIGITADOR NOT = SPACES
               AND WRK-DIGITADOR = WRK-USUARIO
               SET MESMO-OPERADOR TO TRUE
           END-IF.
           IF WRK-DIGITADOR-ATUAL NOT = SPACES
               AND WRK-DIGITADOR-ATUAL = WRK-USUARIO
               SET MESMO-OPERADOR TO TRUE
           END-IF.

       0270-RECUSAR-LIBERACAO.
           DISPLAY 'PEDIDO ' WRK-PEDIDO-LIB ' DIGITADO/ALTERADO POR '
               WRK-USUARIO ' - LIBERACAO RECUSADA'.
           MOVE SPACES TO WRK-ACAO.
           STRING 'LIBERACAO RECUSADA '  DELIMITED BY SIZE
                  WRK-PEDIDO-LIB         DELIMITED BY SIZE
               INTO WRK-ACAO
           END-STRING.
           PERFORM 0400-GRAVAR-AUDITORIA.

      * O RETIDO E CARREGADO EM TABELA: CADA GRUPO E LIBERADO, A
      * MENOS QUE O LIBERADOR SEJA QUEM O DIGITOU OU ALTEROU POR
      * ULTIMO; O PEDIDOS.HLD E REGRAVADO SO COM OS GRUPOS RECUSADOS
       0300-LIBERAR-RETIDOS.
           OPEN INPUT ARQ-RETIDOS.
           IF WRK-FS-RETIDOS NOT = '00'
               GOBACK
           END-IF.

           PERFORM UNTIL FIM-RETIDOS
               READ ARQ-RETIDOS
                   AT END
                       MOVE 'S' TO WRK-EOF-RETIDOS
                   NOT AT END
                       IF WRK-QTD-RET >= 500
                           DISPLAY 'PEDIDOS.HLD MAIOR QUE A '
                               'TABELA - ENCERRANDO'
                           MOVE 8 TO RETURN-CODE
                           CLOSE ARQ-RETIDOS
                           GOBACK
                       END-IF
                       ADD 1 TO WRK-CONT-REGISTROS
                       ADD 1 TO WRK-QTD-RET
                       MOVE REG-RETIDO
                           TO TAB-RET-REGISTRO (WRK-QTD-RET)
                       MOVE 'S' TO TAB-RET-LIBERAR (WRK-QTD-RET)
               END-READ
           END-PERFORM.
           CLOSE ARQ-RETIDOS.

           PERFORM VARYING WRK-IDX-RET FROM 1 BY 1
                   UNTIL WRK-IDX-RET > WRK-QTD-RET
               IF TAB-RET-REGISTRO (WRK-IDX-RET) (1:1) = '1'
                   PERFORM 0310-EXAMINAR-RETIDO
               END-IF
           END-PERFORM.

           OPEN EXTEND ARQ-LIBERADOS.
           IF WRK-FS-LIBERADOS = '35'
               OPEN OUTPUT ARQ-LIBERADOS
           IF WRK-FS-LIBERADOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR PEDIDOS.LIB - FS='
                   WRK-FS-LIBERADOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * A LIBERACAO SO E REGISTRADA COM O PEDIDOS.LIB JA ABERTO, NO
      * MOMENTO EM QUE O CABECALHO VAI PARA A COTACAO
           PERFORM VARYING WRK-IDX-RET FROM 1 BY 1
                   UNTIL WRK-IDX-RET > WRK-QTD-RET
               IF TAB-RET-LIBERAR (WRK-IDX-RET) = 'S'
                   WRITE REG-LIBERADO
                       FROM TAB-RET-REGISTRO (WRK-IDX-RET)
                   IF TAB-RET-REGISTRO (WRK-IDX-RET) (1:1) = '1'
                       MOVE TAB-RET-REGISTRO (WRK-IDX-RET)
                           TO WRK-REG-LIBERADO
                       PERFORM 0610-PREPARAR-REGISTRO
                       DISPLAY 'LIBERANDO PEDIDO ' WRK-PEDIDO-LIB
                       PERFORM 0600-REGISTRAR-LIBERACAO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-LIBERADOS.

      * O RETIDO FICA SO COM OS GRUPOS RECUSADOS (VAZIO QUANDO TUDO
      * FOI LIBERADO)
           OPEN OUTPUT ARQ-RETIDOS.
           IF WRK-FS-RETIDOS NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR PEDIDOS.HLD - FS='
                   WRK-FS-RETIDOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WRK-IDX-RET FROM 1 BY 1
                   UNTIL WRK-IDX-RET > WRK-QTD-RET
               IF TAB-RET-LIBERAR (WRK-IDX-RET) = 'N'
                   WRITE REG-RETIDO
                       FROM TAB-RET-REGISTRO (WRK-IDX-RET)
               END-IF
           END-PERFORM.
           CLOSE ARQ-RETIDOS.

           DISPLAY 'PEDIDOS LIBERADOS: ' WRK-CONT-PEDIDOS.
           IF WRK-CONT-RECUSADOS > 0
               DISPLAY 'PEDIDOS RECUSADOS (MESMO OPERADOR): '
                   WRK-CONT-RECUSADOS
           END-IF.

      * CABECALHO DO GRUPO: RECUSADO, O GRUPO INTEIRO (ATE O
      * FECHAMENTO '3') FICA MARCADO PARA VOLTAR AO RETIDO
       0310-EXAMINAR-RETIDO.
           MOVE TAB-RET-REGISTRO (WRK-IDX-RET) (2:6) TO WRK-PEDIDO-LIB.
           MOVE TAB-RET-REGISTRO (WRK-IDX-RET) (32:20)
               TO WRK-DIGITADOR.
           PERFORM 0260-CONFERIR-DIGITADOR.
           IF MESMO-OPERADOR
               ADD 1 TO WRK-CONT-RECUSADOS
               MOVE 'S' TO WRK-FLAG-LIBERA
               PERFORM VARYING WRK-IDX-GRP FROM WRK-IDX-RET BY 1
                       UNTIL WRK-IDX-GRP > WRK-QTD-RET
                       OR WRK-FLAG-LIBERA = 'N'
                   MOVE 'N' TO TAB-RET-LIBERAR (WRK-IDX-GRP)
                   IF TAB-RET-REGISTRO (WRK-IDX-GRP) (1:1) = '3'
                       MOVE 'N' TO WRK-FLAG-LIBERA
                   END-IF
               END-PERFORM
               PERFORM 0270-RECUSAR-LIBERACAO
           ELSE
               ADD 1 TO WRK-CONT-PEDIDOS
           END-IF.

      * A LINHA DE AUDITORIA SAI ENCADEADA (SEQUENCIA + HASH) PELO
      * QUADRO COMUM DE AUDSEG/GRAVAAUD
               PERFORM 0560-REGRAVAR-SUSPENSO
               DISPLAY 'PEDIDOS LIBERADOS POR CREDITO: '
                   WRK-CONT-PEDIDOS
               IF WRK-CONT-RECUSADOS > 0
                   DISPLAY 'PEDIDOS RECUSADOS (MESMO OPERADOR): '
                       WRK-CONT-RECUSADOS
               END-IF
           END-IF.

       0510-CARREGAR-SUSPENSO.
       0530-PERGUNTAR-GRUPO.
           MOVE TAB-SUS-REGISTRO (WRK-IDX-SUS) (8:6)
               TO WRK-CLIENTE-CR.
           MOVE TAB-SUS-REGISTRO (WRK-IDX-SUS) (2:6) TO WRK-PEDIDO-LIB.
           MOVE TAB-SUS-REGISTRO (WRK-IDX-SUS) (32:20)
               TO WRK-DIGITADOR.
           PERFORM 0260-CONFERIR-DIGITADOR.
           IF MESMO-OPERADOR
               ADD 1 TO WRK-CONT-RECUSADOS
               PERFORM 0270-RECUSAR-LIBERACAO
           ELSE
               PERFORM 0535-CONFIRMAR-GRUPO
           END-IF.

       0535-CONFIRMAR-GRUPO.
           DISPLAY 'PEDIDO ' TAB-SUS-REGISTRO (WRK-IDX-SUS) (2:6)
               ' CLIENTE ' WRK-CLIENTE-CR
               ' SUSPENSO POR CREDITO EM '
                       MOVE 'N' TO WRK-FLAG-LIBERA
                   END-IF
               END-PERFORM
           END-IF.

       0550-GRAVAR-LIBERADOS.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      * AUDITORIA E REGISTRO DA LIBERACAO SO COM O PEDIDOS.LIB JA
      * ABERTO: A CADEIA DO AUDITORIA.LOG NAO PODE GANHAR UMA
      * LIBERACAO QUE NAO CHEGOU A COTACAO
           PERFORM VARYING WRK-IDX-SUS FROM 1 BY 1
                   UNTIL WRK-IDX-SUS > WRK-QTD-SUS
               IF TAB-SUS-LIBERAR (WRK-IDX-SUS) = 'S'
                   WRITE REG-LIBERADO
                       FROM TAB-SUS-REGISTRO (WRK-IDX-SUS)
                   IF TAB-SUS-REGISTRO (WRK-IDX-SUS) (1:1) = '1'
                       MOVE TAB-SUS-REGISTRO (WRK-IDX-SUS)
                           TO WRK-REG-LIBERADO
                       PERFORM 0610-PREPARAR-REGISTRO
                       MOVE SPACES TO WRK-ACAO
                       STRING 'LIBERACAO CREDITO ' DELIMITED BY SIZE
                              WRK-PEDIDO-LIB       DELIMITED BY SIZE
                           INTO WRK-ACAO
                       END-STRING
                       PERFORM 0400-GRAVAR-AUDITORIA
                       PERFORM 0600-REGISTRAR-LIBERACAO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-LIBERADOS.
           END-PERFORM.
           CLOSE ARQ-SUSPENSO.

      * UMA LINHA POR PEDIDO LIBERADO: DATA, PEDIDO, MODO, QUEM
      * LIBEROU, QUEM TINHA DIGITADO/ALTERADO E SE FOI SOB DELEGACAO
       0600-REGISTRAR-LIBERACAO.
           OPEN EXTEND ARQ-LIBERACOES.
           IF WRK-FS-LIBERACOES = '35'
               OPEN OUTPUT ARQ-LIBERACOES
           END-IF.
           IF WRK-FS-LIBERACOES NOT = '00'
               DISPLAY 'ERRO AO ABRIR LIBERACOES.DAT - FS='
                   WRK-FS-LIBERACOES
           ELSE
               MOVE WRK-DATA-HOJE  TO LBR-DATA
               MOVE WRK-PEDIDO-LIB TO LBR-PEDIDO
               MOVE WRK-MODO       TO LBR-MODO
               MOVE WRK-USUARIO    TO LBR-LIBERADOR
               IF WRK-DIGITADOR-ATUAL NOT = SPACES
                   MOVE WRK-DIGITADOR-ATUAL TO LBR-DIGITADOR
               ELSE
                   MOVE WRK-DIGITADOR TO LBR-DIGITADOR
               END-IF
               MOVE WRK-SOB-DELEGACAO TO LBR-DELEGACAO
               WRITE REG-LIBERACAO
               CLOSE ARQ-LIBERACOES
           END-IF.

      * CABECALHO QUE ACABOU DE IR PARA O PEDIDOS.LIB: PEDIDO E
      * OPERADORES (DO GRUPO E DO PEDIDOS.DAT ATUAL) PARA O REGISTRO
       0610-PREPARAR-REGISTRO.
           MOVE WRK-REG-LIBERADO (2:6) TO WRK-PEDIDO-LIB.
           MOVE WRK-REG-LIBERADO (32:20) TO WRK-DIGITADOR.
           PERFORM 0260-CONFERIR-DIGITADOR.

           COPY CODSENHA.

           COPY GRAVAAUD.

           COPY VERPERM.
