      * OBJETIVO: MANTER O CADASTRO DE USUÁRIOS (USER-MASTER) E
      * VERIFICAR O NÍVEL DE ACESSO DE CADA UM
      * UTILIZAR VARIÁVEL NÍVEL 88 - LÓGICA
      * O MODO M, SO PARA ADM, MANTEM A MATRIZ DE PERMISSOES
      * (PERMISSOES.DAT) QUE DIZ QUEM PODE EXECUTAR CADA PROGRAMA E
      * MODO; A PRIMEIRA IMPLANTACAO GRAVA A MATRIZ PADRAO COM AS
      * REGRAS QUE ANTES FICAVAM FIXAS NOS PROGRAMAS
      * CONTA NOVA NASCE SEM ULTIMO ACESSO (QUEM GRAVA E O
      * MENU-PRINCIPAL); NO DESBLOQUEIO A SENHA NOVA REINICIA A
      * CONTAGEM DE INATIVIDADE DO BLOQUEIA-INATIVOS
      * DATA = 22/01/2021
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEL-USUARIO
               FILE STATUS IS WRK-FS-DELEGACOES.

      * MATRIZ DE PERMISSOES POR NIVEL/USUARIO, PROGRAMA E MODO
      * (LAYOUT EM PERMISSAO.CPY), CONSULTADA PELO VERPERM.CPY
           SELECT ARQ-PERMISSOES ASSIGN TO 'PERMISSOES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERMISSOES.
       DATA DIVISION.
       FILE SECTION.
      * ALEM DA SENHA, O CADASTRO GUARDA A DATA DA ULTIMA TROCA (PARA
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

       WORKING-STORAGE SECTION.
       77 WRK-FS-USUARIOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITORIA PIC X(02) VALUE ZEROS.
       77 WRK-NOME-RELATORIO-PROV PIC X(30) VALUE SPACES.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-FS-DELEGACOES PIC X(02) VALUE ZEROS.
       77 WRK-FS-PERMISSOES PIC X(02) VALUE ZEROS.
       77 WRK-EOF-PERMISSOES PIC X(01) VALUE 'N'.
         88 FIM-MATRIZ VALUE 'S'.
       77 WRK-EOF-DELEGACOES PIC X(01) VALUE 'N'.
         88 FIM-DELEGACOES VALUE 'S'.
       77 WRK-EOF-PROVISIONAMENTO PIC X(01) VALUE 'N'.

       COPY IMPRESSO.

       COPY PERMISSAO.

      * CABECALHO DE COLUNAS DO RELATORIO DE PROVISIONAMENTO,
      * REPETIDO A CADA PAGINA
       01 WRK-LINHA-CABECALHO.
         88 MODO-PROVISIONAR VALUE 'P'.
         88 MODO-DESBLOQUEAR VALUE 'D'.
         88 MODO-DELEGAR     VALUE 'G'.
         88 MODO-PERMISSOES  VALUE 'M'.

      * POLITICA DE SENHAS DA REVISAO DE SEGURANCA: TROCA FORCADA AOS
      * 90 DIAS E BLOQUEIO NA TERCEIRA TENTATIVA ERRADA CONSECUTIVA
       77 WRK-DATA-FIM REDEFINES WRK-DATA-FIM-X PIC 9(08).
       77 WRK-MOTIVO-DEL PIC X(30) VALUE SPACES.

      * CAMPOS DA MANUTENCAO DA MATRIZ DE PERMISSOES: A MATRIZ INTEIRA
      * FICA EM TABELA E E REGRAVADA A CADA ALTERACAO
       77 WRK-SUBMODO-PRM PIC X(01) VALUE SPACES.
         88 PRM-INCLUIR   VALUE 'I'.
         88 PRM-EXCLUIR   VALUE 'E'.
         88 PRM-LISTAR    VALUE 'L'.
         88 PRM-IMPLANTAR VALUE 'P'.
       77 WRK-QTD-MATRIZ PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-MATRIZ PIC 9(03) COMP VALUE ZEROS.
       77 WRK-POS-MATRIZ PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-PADRAO PIC 9(03) COMP VALUE ZEROS.
       77 WRK-FLAG-CHAVE PIC X(01) VALUE 'N'.
         88 CHAVE-VALIDA VALUE 'S'.
       77 WRK-OPERACAO-PRM PIC X(01) VALUE SPACES.
       01 TAB-MATRIZ.
           05 TAB-MAT-REG OCCURS 300 TIMES PIC X(75).

      * MATRIZ PADRAO DA IMPLANTACAO: AS REGRAS QUE ERAM FIXAS NOS
      * PROGRAMAS (FRETE E AREA SO PARA ADM E SUPERVISOR, ACESSO SO
      * ADM, LIBERACAO DE PEDIDOS SO SUPERVISOR, PUBLICACAO E
      * DECISAO DE REVISAO DE NOTAS SO ADM E SUPERVISOR), O ESTORNO
      * DE PAGAMENTO SO PARA ADM E SUPERVISOR E OS
      * CADASTROS ABERTOS A QUALQUER OPERADOR IDENTIFICADO. CADA
      * LINHA: TIPO, NIVEL, PROGRAMA, MODO, PERMITE
       01 TAB-PADRAO-VALORES.
           05 FILLER PIC X(29) VALUE 'G  CADASTRO-ALUNOS         *S'.
           05 FILLER PIC X(29) VALUE 'G  CADASTRO-CLIENTES       *S'.
           05 FILLER PIC X(29) VALUE 'G  CADASTRO-DISCIPLINAS    *S'.
           05 FILLER PIC X(29) VALUE 'G  CADASTRO-EMBARQUES      *S'.
           05 FILLER PIC X(29) VALUE 'G  CADASTRO-EVENTOS        *S'.
           05 FILLER PIC X(29) VALUE 'G  CADASTRO-FORNECEDORES   *S'.
           05 FILLER PIC X(29) VALUE 'G  CADASTRO-MATRICULAS     *S'.
           05 FILLER PIC X(29) VALUE 'G  CADASTRO-NOTAS          *S'.
           05 FILLER PIC X(29) VALUE 'G  CADASTRO-PEDIDOS        *S'.
           05 FILLER PIC X(29) VALUE 'G  CADASTRO-PROFESSORES    *S'.
           05 FILLER PIC X(29) VALUE 'G  CADASTRO-SINISTROS      *S'.
           05 FILLER PIC X(29) VALUE 'G  CADASTRO-TRANSPORTADORAS*S'.
           05 FILLER PIC X(29) VALUE 'G  CADASTRO-VEICULOS       *S'.
           05 FILLER PIC X(29) VALUE 'G  RECEBE-PAGAMENTOS       *S'.
           05 FILLER PIC X(29) VALUE 'G  NOTAS-TURMA             *S'.
           05 FILLER PIC X(29) VALUE 'G  NOTAS-ALUNO             *S'.
           05 FILLER PIC X(29) VALUE 'G  DIVISAO-RESTO           *S'.
           05 FILLER PIC X(29) VALUE 'G  CADASTRO-NOTAS          PN'.
           05 FILLER PIC X(29) VALUE 'G  CADASTRO-NOTAS          VN'.
           05 FILLER PIC X(29) VALUE 'N01CADASTRO-NOTAS          PS'.
           05 FILLER PIC X(29) VALUE 'N01CADASTRO-NOTAS          VS'.
           05 FILLER PIC X(29) VALUE 'N03CADASTRO-NOTAS          PS'.
           05 FILLER PIC X(29) VALUE 'N03CADASTRO-NOTAS          VS'.
           05 FILLER PIC X(29) VALUE 'N01FRETE                   *S'.
           05 FILLER PIC X(29) VALUE 'N01CALC-AREA               *S'.
           05 FILLER PIC X(29) VALUE 'N03FRETE                   *S'.
           05 FILLER PIC X(29) VALUE 'N03CALC-AREA               *S'.
           05 FILLER PIC X(29) VALUE 'N01ACESSO-USUARIOS         *S'.
           05 FILLER PIC X(29) VALUE 'N03LIBERA-PEDIDOS          *S'.
           05 FILLER PIC X(29) VALUE 'G  RECEBE-PAGAMENTOS       EN'.
           05 FILLER PIC X(29) VALUE 'N01RECEBE-PAGAMENTOS       ES'.
           05 FILLER PIC X(29) VALUE 'N03RECEBE-PAGAMENTOS       ES'.
       01 TAB-PADRAO REDEFINES TAB-PADRAO-VALORES.
           05 TAB-PAD OCCURS 32 TIMES.
               10 TAB-PAD-TIPO        PIC X(01).
               10 TAB-PAD-NIVEL       PIC X(02).
               10 TAB-PAD-PROGRAMA    PIC X(24).
               10 TAB-PAD-MODO        PIC X(01).
               10 TAB-PAD-PERMITE     PIC X(01).
       77 WRK-QTD-PADRAO PIC 9(03) COMP VALUE 32.

       77 WRK-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-SENHA   PIC X(10) VALUE SPACES.
       77 WRK-NIVEL   PIC 9(02) VALUE ZEROS.
           MOVE 'N' TO WRK-EOF-PROVISIONAMENTO.
           MOVE 'N' TO WRK-EOF-USUARIOS.
           MOVE 'N' TO WRK-EOF-DELEGACOES.
           MOVE 'N' TO WRK-EOF-PERMISSOES.
           MOVE ZEROS TO WRK-QTD-MATRIZ.
           MOVE ZEROS TO WRK-CONT-CRIADOS.
           MOVE ZEROS TO WRK-CONT-REJEITADOS-PROV.

           DISPLAY
              'MODO (A=ADICIONAR, U=ATUALIZAR, L=LISTAR, V=VERIFICAR,'
           DISPLAY '      P=PROVISIONAR LOTE, D=DESBLOQUEAR/RESET,'
           DISPLAY '      G=DELEGACAO TEMPORARIA DE NIVEL,'
           DISPLAY '      M=MATRIZ DE PERMISSOES)'
           ACCEPT WRK-MODO FROM CONSOLE.

           EVALUATE TRUE
                   PERFORM 0700-DESBLOQUEAR-USUARIO
               WHEN MODO-DELEGAR
                   PERFORM 0800-DELEGAR-NIVEL
               WHEN MODO-PERMISSOES
                   PERFORM 0900-MANTER-PERMISSOES
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO'
           END-EVALUATE.
           MOVE WRK-DATA-HOJE TO USR-DT-TROCA.
           MOVE ZEROS TO USR-TENTATIVAS.
           MOVE 'N' TO USR-BLOQUEADO.
           MOVE ZEROS TO USR-ULT-ACESSO.
           WRITE REG-USUARIO
               INVALID KEY
                   DISPLAY 'USUARIO JA CADASTRADO'
           MOVE WRK-DATA-HOJE TO USR-DT-TROCA.
           MOVE ZEROS TO USR-TENTATIVAS.
           MOVE 'N' TO USR-BLOQUEADO.
           MOVE ZEROS TO USR-ULT-ACESSO.
           WRITE REG-USUARIO
               INVALID KEY
                   STRING PRV-USUARIO DELIMITED BY SIZE
           END-PERFORM.
           CLOSE ARQ-DELEGACOES.

      * MATRIZ DE PERMISSOES: SOMENTE UM ADM (COMO NOS MODOS D E G)
      * INCLUI/ALTERA, EXCLUI, LISTA OU IMPLANTA A MATRIZ PADRAO. A
      * TRAVA DE NIVEL 01 AQUI E FIXA DE PROPOSITO: NENHUMA LINHA DA
      * MATRIZ PODE TIRAR DO ADM O PODER DE CORRIGI-LA
       0900-MANTER-PERMISSOES.
           OPEN INPUT ARQ-USUARIOS.
           IF WRK-FS-USUARIOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR USERS.DAT - FS=' WRK-FS-USUARIOS
               GOBACK
           END-IF.

           DISPLAY 'DIGITE O USUÁRIO ADMINISTRADOR'
           ACCEPT WRK-USUARIO-ADM FROM CONSOLE.
           DISPLAY 'DIGITE A SENHA/PIN DO ADMINISTRADOR'
           ACCEPT WRK-SENHA FROM CONSOLE.
           MOVE WRK-USUARIO-ADM TO USR-USUARIO.
           READ ARQ-USUARIOS
               INVALID KEY
                   DISPLAY 'ADMINISTRADOR NAO CADASTRADO'
                   CLOSE ARQ-USUARIOS
                   GOBACK
           END-READ.
           MOVE USR-NIVEL TO WRK-NIVEL.
           MOVE WRK-SENHA TO WRK-SC-CLARA.
           PERFORM 9500-CODIFICAR-SENHA.
           IF WRK-SC-CODIFICADA NOT = USR-SENHA
               OR NOT ADM
               OR USR-BLOQUEADO = 'S'
               DISPLAY 'SOMENTE ADMINISTRADOR ATIVO PODE MANTER A '
                   'MATRIZ DE PERMISSOES'
               CLOSE ARQ-USUARIOS
               GOBACK
           END-IF.
           CLOSE ARQ-USUARIOS.

           PERFORM 0910-CARREGAR-MATRIZ.

           DISPLAY 'OPERACAO (I=INCLUIR/ALTERAR, E=EXCLUIR, L=LISTAR,'
           DISPLAY '          P=IMPLANTAR MATRIZ PADRAO)'
           ACCEPT WRK-SUBMODO-PRM FROM CONSOLE.
           EVALUATE TRUE
               WHEN PRM-INCLUIR
                   PERFORM 0920-INCLUIR-PERMISSAO
               WHEN PRM-EXCLUIR
                   PERFORM 0930-EXCLUIR-PERMISSAO
               WHEN PRM-LISTAR
                   PERFORM 0940-LISTAR-MATRIZ
               WHEN PRM-IMPLANTAR
                   PERFORM 0950-IMPLANTAR-PADRAO
               WHEN OTHER
                   DISPLAY 'OPERACAO INVALIDA'
           END-EVALUATE.

      * ARQUIVO AUSENTE E MATRIZ VAZIA (A IMPLANTACAO A CRIA)
       0910-CARREGAR-MATRIZ.
           MOVE ZEROS TO WRK-QTD-MATRIZ.
           MOVE 'N' TO WRK-EOF-PERMISSOES.
           OPEN INPUT ARQ-PERMISSOES.
           IF WRK-FS-PERMISSOES = '00'
               PERFORM UNTIL FIM-MATRIZ
                   READ ARQ-PERMISSOES
                       AT END
                           MOVE 'S' TO WRK-EOF-PERMISSOES
                       NOT AT END
                           IF WRK-QTD-MATRIZ < 300
                               ADD 1 TO WRK-QTD-MATRIZ
                               MOVE REG-PERMISSAO
                                   TO TAB-MAT-REG (WRK-QTD-MATRIZ)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PERMISSOES
           END-IF.

      * A CHAVE DA LINHA E TIPO + SUJEITO + PROGRAMA + MODO: LINHA
      * COM A MESMA CHAVE E ALTERADA, SENAO ENTRA NO FIM
       0920-INCLUIR-PERMISSAO.
           PERFORM 0925-DIGITAR-CHAVE.
           IF NOT CHAVE-VALIDA
               GOBACK
           END-IF.
           PERFORM WITH TEST AFTER
                   UNTIL WRK-PR-PERMITE = 'S' OR WRK-PR-PERMITE = 'N'
               DISPLAY 'PERMITE (S=SIM, N=NEGA EXPRESSAMENTE)'
               ACCEPT WRK-PR-PERMITE FROM CONSOLE
           END-PERFORM.
           MOVE WRK-DATA-HOJE TO WRK-PR-DATA.
           MOVE WRK-USUARIO-ADM TO WRK-PR-RESPONSAVEL.

           PERFORM 0970-ACHAR-LINHA.
           IF WRK-POS-MATRIZ = ZEROS
               IF WRK-QTD-MATRIZ >= 300
                   DISPLAY 'MATRIZ CHEIA (300 LINHAS) - INCLUSAO '
                       'RECUSADA'
                   GOBACK
               END-IF
               ADD 1 TO WRK-QTD-MATRIZ
               MOVE WRK-QTD-MATRIZ TO WRK-POS-MATRIZ
               DISPLAY 'PERMISSAO INCLUIDA'
           ELSE
               DISPLAY 'PERMISSAO EXISTENTE ALTERADA'
           END-IF.
           MOVE WRK-REG-PERMISSAO TO TAB-MAT-REG (WRK-POS-MATRIZ).
           PERFORM 0960-REGRAVAR-MATRIZ.
           MOVE 'I' TO WRK-OPERACAO-PRM.
           PERFORM 0980-AUDITAR-MATRIZ.

      * TIPO N PEDE O NIVEL (DOIS DIGITOS), TIPO U PEDE UM USUARIO
      * CADASTRADO, TIPO G NAO TEM SUJEITO
       0925-DIGITAR-CHAVE.
           MOVE 'N' TO WRK-FLAG-CHAVE.
           MOVE SPACES TO WRK-REG-PERMISSAO.
           DISPLAY 'TIPO (N=NIVEL, U=USUARIO, G=GERAL/QUALQUER '
               'OPERADOR)'
           ACCEPT WRK-PR-TIPO FROM CONSOLE.
           EVALUATE TRUE
               WHEN PR-POR-NIVEL
                   DISPLAY 'NIVEL (01=ADM, 02=USER, 03=SUPERVISOR)'
                   ACCEPT WRK-NIVEL-X FROM CONSOLE
                   IF WRK-NIVEL-X NUMERIC
                       MOVE WRK-NIVEL-X TO WRK-PR-SUJEITO
                       SET CHAVE-VALIDA TO TRUE
                   ELSE
                       DISPLAY 'NIVEL INVALIDO - SO DIGITOS'
                   END-IF
               WHEN PR-POR-USUARIO
                   DISPLAY 'USUARIO'
                   ACCEPT WRK-USUARIO FROM CONSOLE
                   OPEN INPUT ARQ-USUARIOS
                   IF WRK-FS-USUARIOS = '00'
                       MOVE WRK-USUARIO TO USR-USUARIO
                       READ ARQ-USUARIOS
                           INVALID KEY
                               DISPLAY 'USUARIO NAO CADASTRADO'
                           NOT INVALID KEY
                               MOVE WRK-USUARIO TO WRK-PR-SUJEITO
                               SET CHAVE-VALIDA TO TRUE
                       END-READ
                       CLOSE ARQ-USUARIOS
                   END-IF
               WHEN PR-GERAL
                   SET CHAVE-VALIDA TO TRUE
               WHEN OTHER
                   DISPLAY 'TIPO INVALIDO'
           END-EVALUATE.
           IF CHAVE-VALIDA
               DISPLAY 'PROGRAMA (PROGRAM-ID, EX CADASTRO-PEDIDOS)'
               ACCEPT WRK-PR-PROGRAMA FROM CONSOLE
               DISPLAY 'MODO DO PROGRAMA (* = TODOS OS MODOS)'
               ACCEPT WRK-PR-MODO FROM CONSOLE
               IF WRK-PR-PROGRAMA = SPACES OR WRK-PR-MODO = SPACES
                   DISPLAY 'PROGRAMA E MODO SAO OBRIGATORIOS'
                   MOVE 'N' TO WRK-FLAG-CHAVE
               END-IF
           END-IF.

       0930-EXCLUIR-PERMISSAO.
           PERFORM 0925-DIGITAR-CHAVE.
           IF NOT CHAVE-VALIDA
               GOBACK
           END-IF.
           PERFORM 0970-ACHAR-LINHA.
           IF WRK-POS-MATRIZ = ZEROS
               DISPLAY 'PERMISSAO NAO ENCONTRADA'
               GOBACK
           END-IF.
           PERFORM VARYING WRK-IDX-MATRIZ FROM WRK-POS-MATRIZ BY 1
                   UNTIL WRK-IDX-MATRIZ >= WRK-QTD-MATRIZ
               MOVE TAB-MAT-REG (WRK-IDX-MATRIZ + 1)
                   TO TAB-MAT-REG (WRK-IDX-MATRIZ)
           END-PERFORM.
           SUBTRACT 1 FROM WRK-QTD-MATRIZ.
           PERFORM 0960-REGRAVAR-MATRIZ.
           DISPLAY 'PERMISSAO EXCLUIDA'.
           MOVE 'E' TO WRK-OPERACAO-PRM.
           PERFORM 0980-AUDITAR-MATRIZ.

       0940-LISTAR-MATRIZ.
           IF WRK-QTD-MATRIZ = ZEROS
               DISPLAY 'MATRIZ DE PERMISSOES VAZIA OU AUSENTE - '
                   'IMPLANTE COM A OPERACAO P'
           ELSE
               DISPLAY '-- MATRIZ DE PERMISSOES --'
               PERFORM VARYING WRK-IDX-MATRIZ FROM 1 BY 1
                       UNTIL WRK-IDX-MATRIZ > WRK-QTD-MATRIZ
                   MOVE TAB-MAT-REG (WRK-IDX-MATRIZ)
                       TO WRK-REG-PERMISSAO
                   DISPLAY WRK-PR-TIPO ' ' WRK-PR-SUJEITO ' '
                       WRK-PR-PROGRAMA ' ' WRK-PR-MODO ' '
                       WRK-PR-PERMITE ' ' WRK-PR-DATA ' '
                       WRK-PR-RESPONSAVEL
               END-PERFORM
           END-IF.

      * A MATRIZ PADRAO SO ENTRA EM ARQUIVO VAZIO: DEPOIS DE
      * IMPLANTADA, A MATRIZ E MANTIDA LINHA A LINHA
       0950-IMPLANTAR-PADRAO.
           IF WRK-QTD-MATRIZ > ZEROS
               DISPLAY 'MATRIZ JA IMPLANTADA (' WRK-QTD-MATRIZ
                   ' LINHAS) - USE AS OPERACOES I E E'
               GOBACK
           END-IF.
           PERFORM VARYING WRK-IDX-PADRAO FROM 1 BY 1
                   UNTIL WRK-IDX-PADRAO > WRK-QTD-PADRAO
               MOVE SPACES TO WRK-REG-PERMISSAO
               MOVE TAB-PAD-TIPO (WRK-IDX-PADRAO) TO WRK-PR-TIPO
               MOVE TAB-PAD-NIVEL (WRK-IDX-PADRAO) TO WRK-PR-SUJEITO
               MOVE TAB-PAD-PROGRAMA (WRK-IDX-PADRAO)
                   TO WRK-PR-PROGRAMA
               MOVE TAB-PAD-MODO (WRK-IDX-PADRAO) TO WRK-PR-MODO
               MOVE TAB-PAD-PERMITE (WRK-IDX-PADRAO) TO WRK-PR-PERMITE
               MOVE WRK-DATA-HOJE TO WRK-PR-DATA
               MOVE WRK-USUARIO-ADM TO WRK-PR-RESPONSAVEL
               ADD 1 TO WRK-QTD-MATRIZ
               MOVE WRK-REG-PERMISSAO TO TAB-MAT-REG (WRK-QTD-MATRIZ)
           END-PERFORM.
           PERFORM 0960-REGRAVAR-MATRIZ.
           DISPLAY 'MATRIZ PADRAO IMPLANTADA: ' WRK-QTD-MATRIZ
               ' LINHAS'.
           MOVE WRK-USUARIO-ADM TO WRK-USUARIO.
           MOVE 'MATRIZ PADRAO IMPLANTADA' TO WRK-AU-ACAO.
           PERFORM 0520-GRAVAR-AUDITORIA.

       0960-REGRAVAR-MATRIZ.
           OPEN OUTPUT ARQ-PERMISSOES.
           IF WRK-FS-PERMISSOES NOT = '00'
               DISPLAY 'ERRO AO ABRIR PERMISSOES.DAT - FS='
                   WRK-FS-PERMISSOES
               GOBACK
           END-IF.
           PERFORM VARYING WRK-IDX-MATRIZ FROM 1 BY 1
                   UNTIL WRK-IDX-MATRIZ > WRK-QTD-MATRIZ
               WRITE REG-PERMISSAO FROM TAB-MAT-REG (WRK-IDX-MATRIZ)
           END-PERFORM.
           CLOSE ARQ-PERMISSOES.

       0970-ACHAR-LINHA.
           MOVE ZEROS TO WRK-POS-MATRIZ.
           PERFORM VARYING WRK-IDX-MATRIZ FROM 1 BY 1
                   UNTIL WRK-IDX-MATRIZ > WRK-QTD-MATRIZ
                      OR WRK-POS-MATRIZ > ZEROS
               IF TAB-MAT-REG (WRK-IDX-MATRIZ) (1:46)
                   = WRK-REG-PERMISSAO (1:46)
                   MOVE WRK-IDX-MATRIZ TO WRK-POS-MATRIZ
               END-IF
           END-PERFORM.

      * A ACAO CABE EM 28 POSICOES: OPERACAO, TIPO, MODO E PROGRAMA;
      * O SUJEITO E O RESPONSAVEL FICAM NA PROPRIA LINHA DA MATRIZ
       0980-AUDITAR-MATRIZ.
           MOVE SPACES TO WRK-AU-ACAO.
           STRING 'MATRIZ ' DELIMITED BY SIZE
                  WRK-OPERACAO-PRM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-PR-TIPO DELIMITED BY SIZE
                  WRK-PR-MODO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-PR-PROGRAMA DELIMITED BY SPACE
               INTO WRK-AU-ACAO
           END-STRING.
           MOVE WRK-USUARIO-ADM TO WRK-USUARIO.
           PERFORM 0520-GRAVAR-AUDITORIA.

      * QUADRO DE IMPRESSAO PADRAO DO PROVISIONAMENTO (IMPRESSO.CPY):
      * QUEBRA DE PAGINA COM TITULO E COLUNAS E MARCA DE FIM
       9800-IMPRIMIR-LINHA.
