       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-FORNECEDORES.
      ***************************
      * Área de comentários
      * OBJETIVO: MANTER O CADASTRO DE FORNECEDORES DE MATERIAL
      * (FORNECEDORES.DAT) COM OS MATERIAIS QUE CADA UM FORNECE, NO
      * MESMO ESTILO DO CADASTRO-TRANSPORTADORAS: INCLUSAO,
      * ATUALIZACAO, TROCA DA LISTA DE MATERIAIS E LISTAGEM. O
      * MATERIAL SO ENTRA NA LISTA SE TIVER EMBALAGEM EM PRECOS.DAT.
      * O GERA-PEDIDOS-COMPRA MANDA A FALTA DE CADA MATERIAL PARA O
      * PRIMEIRO FORNECEDOR (NA ORDEM DO CODIGO) QUE O FORNECE
      * CADA MODO SO RODA PARA QUEM A MATRIZ DE PERMISSOES
      * (PERMISSOES.DAT) AUTORIZA: O OPERADOR SE IDENTIFICA COM
      * USUARIO E SENHA E A TENTATIVA NEGADA FICA NO AUDITORIA.LOG
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FORNECEDORES ASSIGN TO 'FORNECEDORES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FORNECEDORES.

           SELECT ARQ-PRECOS ASSIGN TO 'PRECOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRECOS.

           SELECT ARQ-USUARIOS ASSIGN TO 'USERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-USUARIO
               FILE STATUS IS WRK-FS-USUARIOS.

           SELECT ARQ-DELEGACOES ASSIGN TO 'DELEGACOES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEL-USUARIO
               FILE STATUS IS WRK-FS-DELEGACOES.

           SELECT ARQ-AUDITORIA ASSIGN TO 'AUDITORIA.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.

           SELECT ARQ-PERMISSOES ASSIGN TO 'PERMISSOES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERMISSOES.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FORNECEDORES.
       01  REG-FORNECEDOR.
           05 FOR-CODIGO        PIC X(04).
           05 FOR-NOME          PIC X(30).
           05 FOR-CONTATO       PIC X(30).
           05 FOR-QTD-MATERIAIS PIC 9(02).
           05 FOR-MATERIAL      PIC X(04) OCCURS 10 TIMES.

       FD  ARQ-PRECOS
           RECORDING MODE IS F.
       01  REG-PRECO.
           05 PRE-MATERIAL    PIC X(04).
           05 PRE-PRECO       PIC 9(04)V99.
           05 PRE-EMB-M2      PIC 9(03)V99.
           05 PRE-PRECO-EMB   PIC 9(06)V99.
           05 PRE-TIPO        PIC X(01).

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

       FD  ARQ-AUDITORIA
           RECORDING MODE IS F.
       01  REG-AUDITORIA        PIC X(96).

       FD  ARQ-PERMISSOES
           RECORDING MODE IS F.
       01  REG-PERMISSAO        PIC X(75).

       WORKING-STORAGE SECTION.
       77 WRK-FS-USUARIOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-DELEGACOES PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITORIA PIC X(02) VALUE ZEROS.
       77 WRK-FS-PERMISSOES PIC X(02) VALUE ZEROS.
       77 WRK-FS-FORNECEDORES PIC X(02) VALUE ZEROS.
       77 WRK-FS-PRECOS PIC X(02) VALUE ZEROS.

       77 WRK-MODO PIC X(01) VALUE SPACES.
         88 MODO-ADICIONAR VALUE 'A'.
         88 MODO-ATUALIZAR VALUE 'U'.
         88 MODO-MATERIAIS VALUE 'M'.
         88 MODO-LISTAR    VALUE 'L'.

       77 WRK-CODIGO  PIC X(04) VALUE SPACES.
       77 WRK-NOME    PIC X(30) VALUE SPACES.
       77 WRK-CONTATO PIC X(30) VALUE SPACES.

       77 WRK-EOF-FORNECEDORES PIC X(01) VALUE 'N'.
         88 FIM-FORNECEDORES VALUE 'S'.
       77 WRK-EOF-PRECOS PIC X(01) VALUE 'N'.
         88 FIM-PRECOS VALUE 'S'.

      * MATERIAIS COM EMBALAGEM CADASTRADA EM PRECOS.DAT: SO ELES
      * PODEM IR PARA UM PEDIDO DE COMPRA
       77 WRK-QTD-PRECOS PIC 9(02) VALUE ZEROS.
       01 TAB-PRECOS.
           05 TAB-PRE-MATERIAL PIC X(04) OCCURS 50 TIMES
                                INDEXED BY IDX-PRE.

      * LISTA DE MATERIAIS DIGITADA, ATE 10 POR FORNECEDOR
       77 WRK-QTD-MATERIAIS PIC 9(02) VALUE ZEROS.
       01 TAB-MATERIAIS.
           05 TAB-MAT-MATERIAL PIC X(04) OCCURS 10 TIMES.
       77 WRK-IDX-MAT PIC 9(02) VALUE ZEROS.
       77 WRK-MATERIAL PIC X(04) VALUE SPACES.
       77 WRK-FLAG-FIM-LISTA PIC X(01) VALUE 'N'.
         88 FIM-LISTA VALUE 'S'.
       77 WRK-FLAG-MATERIAL PIC X(01) VALUE 'N'.
         88 MATERIAL-VALIDO VALUE 'S'.
       77 WRK-LINHA-MATERIAIS PIC X(60) VALUE SPACES.
       77 WRK-PONTEIRO PIC 9(03) VALUE 1.

       COPY SENHA.

       COPY AUDSEG.

       COPY PERMISSAO.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-FORNECEDORES.
           MOVE ZEROS TO WRK-QTD-PRECOS.
           MOVE ZEROS TO WRK-QTD-MATERIAIS.

           DISPLAY 'MODO (A=ADICIONAR, U=ATUALIZAR, M=MATERIAIS,'
           DISPLAY '      L=LISTAR)'
           ACCEPT WRK-MODO FROM CONSOLE.

      * SO SEGUE QUEM A MATRIZ DE PERMISSOES AUTORIZA NESTE MODO
      * (USUARIO E SENHA EM USERS.DAT, RECUSA NO AUDITORIA.LOG)
           PERFORM 9519-REINICIAR-PERMISSOES.
           MOVE 'CADASTRO-FORNECEDORES' TO WRK-PM-PROGRAMA.
           MOVE WRK-MODO TO WRK-PM-MODO.
           PERFORM 9535-AUTORIZAR-OPERACAO.
           IF NOT PERMISSAO-CONCEDIDA
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN MODO-ADICIONAR
                   PERFORM 0150-CARREGAR-PRECOS
                   PERFORM 0200-ADICIONAR-FORNECEDOR
               WHEN MODO-ATUALIZAR
                   PERFORM 0300-ATUALIZAR-FORNECEDOR
               WHEN MODO-MATERIAIS
                   PERFORM 0150-CARREGAR-PRECOS
                   PERFORM 0350-TROCAR-MATERIAIS
               WHEN MODO-LISTAR
                   PERFORM 0400-LISTAR-FORNECEDORES
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO'
           END-EVALUATE.

           GOBACK.

       0150-CARREGAR-PRECOS.
           MOVE 'N' TO WRK-EOF-PRECOS.
           OPEN INPUT ARQ-PRECOS.
           IF WRK-FS-PRECOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR PRECOS.DAT - FS=' WRK-FS-PRECOS
               GOBACK
           END-IF.
           PERFORM UNTIL FIM-PRECOS
               READ ARQ-PRECOS
                   AT END
                       MOVE 'S' TO WRK-EOF-PRECOS
                   NOT AT END
                       IF WRK-QTD-PRECOS < 50
                           ADD 1 TO WRK-QTD-PRECOS
                           MOVE PRE-MATERIAL
                               TO TAB-PRE-MATERIAL (WRK-QTD-PRECOS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PRECOS.

       0200-ADICIONAR-FORNECEDOR.
           OPEN I-O ARQ-FORNECEDORES.
           IF WRK-FS-FORNECEDORES = '35'
               OPEN OUTPUT ARQ-FORNECEDORES
               CLOSE ARQ-FORNECEDORES
               OPEN I-O ARQ-FORNECEDORES
           END-IF.
           IF WRK-FS-FORNECEDORES NOT = '00'
               DISPLAY 'ERRO AO ABRIR FORNECEDORES.DAT - FS='
                   WRK-FS-FORNECEDORES
               GOBACK
           END-IF.

           DISPLAY 'DIGITE O CODIGO DO FORNECEDOR (4 POSICOES)'
           ACCEPT WRK-CODIGO FROM CONSOLE.
           DISPLAY 'DIGITE O NOME'
           ACCEPT WRK-NOME FROM CONSOLE.
           DISPLAY 'DIGITE O CONTATO COMERCIAL'
           ACCEPT WRK-CONTATO FROM CONSOLE.
           PERFORM 0500-DIGITAR-MATERIAIS.

           MOVE WRK-CODIGO  TO FOR-CODIGO.
           MOVE WRK-NOME    TO FOR-NOME.
           MOVE WRK-CONTATO TO FOR-CONTATO.
           PERFORM 0550-MOVER-MATERIAIS.
           WRITE REG-FORNECEDOR
               INVALID KEY
                   DISPLAY 'FORNECEDOR JA CADASTRADO'
               NOT INVALID KEY
                   DISPLAY 'FORNECEDOR CADASTRADO COM SUCESSO'
           END-WRITE.
           CLOSE ARQ-FORNECEDORES.

       0300-ATUALIZAR-FORNECEDOR.
           OPEN I-O ARQ-FORNECEDORES.
           IF WRK-FS-FORNECEDORES NOT = '00'
               DISPLAY 'ERRO AO ABRIR FORNECEDORES.DAT - FS='
                   WRK-FS-FORNECEDORES
               GOBACK
           END-IF.

           DISPLAY 'DIGITE O CODIGO DO FORNECEDOR'
           ACCEPT WRK-CODIGO FROM CONSOLE.
           MOVE WRK-CODIGO TO FOR-CODIGO.
           READ ARQ-FORNECEDORES
               INVALID KEY
                   DISPLAY 'FORNECEDOR NAO CADASTRADO'
               NOT INVALID KEY
                   DISPLAY 'DIGITE O NOVO NOME'
                   ACCEPT WRK-NOME FROM CONSOLE
                   DISPLAY 'DIGITE O NOVO CONTATO COMERCIAL'
                   ACCEPT WRK-CONTATO FROM CONSOLE
                   MOVE WRK-NOME    TO FOR-NOME
                   MOVE WRK-CONTATO TO FOR-CONTATO
                   REWRITE REG-FORNECEDOR
                   DISPLAY 'FORNECEDOR ATUALIZADO COM SUCESSO'
           END-READ.
           CLOSE ARQ-FORNECEDORES.

      * A LISTA NOVA SUBSTITUI A ANTERIOR INTEIRA; PEDIDOS JA
      * EMITIDOS NAO MUDAM DE FORNECEDOR
       0350-TROCAR-MATERIAIS.
           OPEN I-O ARQ-FORNECEDORES.
           IF WRK-FS-FORNECEDORES NOT = '00'
               DISPLAY 'ERRO AO ABRIR FORNECEDORES.DAT - FS='
                   WRK-FS-FORNECEDORES
               GOBACK
           END-IF.

           DISPLAY 'DIGITE O CODIGO DO FORNECEDOR'
           ACCEPT WRK-CODIGO FROM CONSOLE.
           MOVE WRK-CODIGO TO FOR-CODIGO.
           READ ARQ-FORNECEDORES
               INVALID KEY
                   DISPLAY 'FORNECEDOR NAO CADASTRADO'
               NOT INVALID KEY
                   PERFORM 0450-MONTAR-LINHA-MATERIAIS
                   DISPLAY 'MATERIAIS ATUAIS: ' WRK-LINHA-MATERIAIS
                   PERFORM 0500-DIGITAR-MATERIAIS
                   PERFORM 0550-MOVER-MATERIAIS
                   REWRITE REG-FORNECEDOR
                   DISPLAY 'MATERIAIS DO FORNECEDOR ATUALIZADOS'
           END-READ.
           CLOSE ARQ-FORNECEDORES.

       0400-LISTAR-FORNECEDORES.
           OPEN INPUT ARQ-FORNECEDORES.
           IF WRK-FS-FORNECEDORES NOT = '00'
               DISPLAY 'ERRO AO ABRIR FORNECEDORES.DAT - FS='
                   WRK-FS-FORNECEDORES
               GOBACK
           END-IF.

           DISPLAY '-- FORNECEDORES CADASTRADOS --'.
           PERFORM UNTIL FIM-FORNECEDORES
               READ ARQ-FORNECEDORES NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-FORNECEDORES
                   NOT AT END
                       DISPLAY FOR-CODIGO ' - ' FOR-NOME
                           ' - ' FOR-CONTATO
                       PERFORM 0450-MONTAR-LINHA-MATERIAIS
                       DISPLAY '       MATERIAIS: ' WRK-LINHA-MATERIAIS
               END-READ
           END-PERFORM.
           CLOSE ARQ-FORNECEDORES.

       0450-MONTAR-LINHA-MATERIAIS.
           MOVE SPACES TO WRK-LINHA-MATERIAIS.
           MOVE 1 TO WRK-PONTEIRO.
           IF FOR-QTD-MATERIAIS NOT NUMERIC
               OR FOR-QTD-MATERIAIS > 10
               MOVE ZEROS TO FOR-QTD-MATERIAIS
           END-IF.
           IF FOR-QTD-MATERIAIS = 0
               MOVE '(NENHUM)' TO WRK-LINHA-MATERIAIS
           END-IF.
           PERFORM VARYING WRK-IDX-MAT FROM 1 BY 1
                   UNTIL WRK-IDX-MAT > FOR-QTD-MATERIAIS
               STRING FOR-MATERIAL (WRK-IDX-MAT) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                   INTO WRK-LINHA-MATERIAIS
                   WITH POINTER WRK-PONTEIRO
               END-STRING
           END-PERFORM.

      * ATE 10 MATERIAIS; BRANCO ENCERRA A LISTA. MATERIAL SEM
      * EMBALAGEM EM PRECOS.DAT OU REPETIDO E RECUSADO
       0500-DIGITAR-MATERIAIS.
           MOVE ZEROS TO WRK-QTD-MATERIAIS.
           MOVE SPACES TO TAB-MATERIAIS.
           MOVE 'N' TO WRK-FLAG-FIM-LISTA.
           PERFORM UNTIL FIM-LISTA OR WRK-QTD-MATERIAIS = 10
               DISPLAY 'MATERIAL FORNECIDO (4 POSICOES, BRANCO = FIM)'
               MOVE SPACES TO WRK-MATERIAL
               ACCEPT WRK-MATERIAL FROM CONSOLE
               IF WRK-MATERIAL = SPACES
                   SET FIM-LISTA TO TRUE
               ELSE
                   PERFORM 0510-VALIDAR-MATERIAL
                   IF MATERIAL-VALIDO
                       ADD 1 TO WRK-QTD-MATERIAIS
                       MOVE WRK-MATERIAL
                           TO TAB-MAT-MATERIAL (WRK-QTD-MATERIAIS)
                   END-IF
               END-IF
           END-PERFORM.

       0510-VALIDAR-MATERIAL.
           MOVE 'N' TO WRK-FLAG-MATERIAL.
           SET IDX-PRE TO 1.
           SEARCH TAB-PRE-MATERIAL
               AT END
                   CONTINUE
               WHEN IDX-PRE > WRK-QTD-PRECOS
                   CONTINUE
               WHEN TAB-PRE-MATERIAL (IDX-PRE) = WRK-MATERIAL
                   SET MATERIAL-VALIDO TO TRUE
           END-SEARCH.
           IF NOT MATERIAL-VALIDO
               DISPLAY 'MATERIAL ' WRK-MATERIAL ' SEM EMBALAGEM EM '
                   'PRECOS.DAT - RECUSADO'
           ELSE
               PERFORM VARYING WRK-IDX-MAT FROM 1 BY 1
                       UNTIL WRK-IDX-MAT > WRK-QTD-MATERIAIS
                   IF TAB-MAT-MATERIAL (WRK-IDX-MAT) = WRK-MATERIAL
                       MOVE 'N' TO WRK-FLAG-MATERIAL
                   END-IF
               END-PERFORM
               IF NOT MATERIAL-VALIDO
                   DISPLAY 'MATERIAL ' WRK-MATERIAL ' JA NA LISTA'
               END-IF
           END-IF.

       0550-MOVER-MATERIAIS.
           MOVE WRK-QTD-MATERIAIS TO FOR-QTD-MATERIAIS.
           PERFORM VARYING WRK-IDX-MAT FROM 1 BY 1
                   UNTIL WRK-IDX-MAT > 10
               MOVE TAB-MAT-MATERIAL (WRK-IDX-MAT)
                   TO FOR-MATERIAL (WRK-IDX-MAT)
           END-PERFORM.

           COPY CODSENHA.

           COPY GRAVAAUD.

           COPY VERPERM.
