      ***************************
      * PERMISSAO.CPY
      * CAMPOS DE TRABALHO DA MATRIZ DE PERMISSOES (PERMISSOES.DAT):
      * CADA LINHA DIZ SE UM NIVEL DE ACESSO (TIPO N, NIVEL NAS DUAS
      * PRIMEIRAS POSICOES DO SUJEITO), UM USUARIO (TIPO U) OU
      * QUALQUER OPERADOR IDENTIFICADO (TIPO G, SUJEITO EM BRANCO)
      * PODE (S) OU NAO (N) EXECUTAR UM PROGRAMA (PROGRAM-ID
      * COMPLETO) NUM MODO; MODO '*' VALE PARA TODOS OS MODOS DO
      * PROGRAMA. A LINHA MAIS ESPECIFICA VENCE (USUARIO > NIVEL >
      * GERAL, MODO EXATO > '*'), E EMPATE ENTRE PERMITE E NEGA FICA
      * COM O NEGA. SEM LINHA QUE CASE, O ACESSO E NEGADO. A MATRIZ E
      * MANTIDA SO PELO ADM NO MODO M DO ACESSO-USUARIOS. USAR JUNTO
      * COM VERPERM.CPY (PARAGRAFOS), QUE TAMBEM PRECISA DE
      * SENHA/CODSENHA E AUDSEG/GRAVAAUD. O CHAMADOR
      * DEVE TER DECLARADO ARQ-PERMISSOES / REG-PERMISSAO (PIC X(75))
      * / WRK-FS-PERMISSOES, ARQ-USUARIOS (USERS.DAT, CHAVE
      * USR-USUARIO) / WRK-FS-USUARIOS E ARQ-DELEGACOES
      * (DELEGACOES.DAT, CHAVE DEL-USUARIO) / WRK-FS-DELEGACOES.
      ***************************
       77 WRK-PM-PROGRAMA PIC X(24) VALUE SPACES.
       77 WRK-PM-MODO PIC X(01) VALUE SPACES.
       77 WRK-PM-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-PM-SENHA PIC X(10) VALUE SPACES.
       77 WRK-PM-HOJE PIC 9(08) VALUE ZEROS.
      * TENTATIVAS DE SENHA ANTES DO BLOQUEIO, AS MESMAS DO MENU
       77 WRK-PM-MAX-TENTATIVAS PIC 9(01) VALUE 3.
       77 WRK-PM-IDENTIFICADO PIC X(01) VALUE 'N'.
         88 OPERADOR-IDENTIFICADO VALUE 'S'.
       77 WRK-PM-DELEGADO PIC X(01) VALUE 'N'.
         88 PM-SOB-DELEGACAO VALUE 'S'.
       77 WRK-PM-RESULTADO PIC X(01) VALUE 'N'.
         88 PERMISSAO-CONCEDIDA VALUE 'S'.
       77 WRK-PM-CARREGADA PIC X(01) VALUE 'N'.
         88 MATRIZ-CARREGADA VALUE 'S'.
       77 WRK-PM-EXISTE PIC X(01) VALUE 'N'.
         88 MATRIZ-EXISTE VALUE 'S'.
       77 WRK-PM-EOF PIC X(01) VALUE 'N'.
         88 FIM-PERMISSOES VALUE 'S'.
       77 WRK-PM-PESO PIC 9(01) VALUE ZEROS.
      * ORIGEM DA LINHA QUE DECIDIU (USUARIO, NIVEL, DELEGACAO OU
      * GERAL), PARA OS RELATORIOS DE QUEM PODE O QUE
       77 WRK-PM-ORIGEM PIC X(09) VALUE SPACES.
       77 WRK-PM-ORIGEM-LIN PIC X(09) VALUE SPACES.
       77 WRK-PM-MELHOR PIC 9(01) VALUE ZEROS.
       77 WRK-PM-QTD PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PM-IDX PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PM-MAX PIC 9(03) COMP VALUE 300.

      * NIVEL DO CADASTRO E NIVEL RECEBIDO POR DELEGACAO VIGENTE
      * (ZEROS SEM DELEGACAO): AS LINHAS DE NIVEL VALEM PARA OS DOIS
       01 WRK-PM-NIVEIS.
           05 WRK-PM-NIVEL        PIC 9(02) VALUE ZEROS.
           05 WRK-PM-NIVEL-X REDEFINES WRK-PM-NIVEL PIC X(02).
           05 WRK-PM-NIVEL-DEL    PIC 9(02) VALUE ZEROS.
           05 WRK-PM-NIVEL-DEL-X REDEFINES WRK-PM-NIVEL-DEL
                                  PIC X(02).

       01 WRK-REG-PERMISSAO.
           05 WRK-PR-TIPO         PIC X(01).
             88 PR-POR-USUARIO    VALUE 'U'.
             88 PR-POR-NIVEL      VALUE 'N'.
             88 PR-GERAL          VALUE 'G'.
           05 WRK-PR-SUJEITO      PIC X(20).
           05 WRK-PR-PROGRAMA     PIC X(24).
           05 WRK-PR-MODO         PIC X(01).
           05 WRK-PR-PERMITE      PIC X(01).
           05 WRK-PR-DATA         PIC 9(08).
           05 WRK-PR-RESPONSAVEL  PIC X(20).

       01 TAB-PERMISSOES.
           05 TAB-PRM OCCURS 300 TIMES.
               10 TAB-PRM-TIPO        PIC X(01).
               10 TAB-PRM-SUJEITO     PIC X(20).
               10 TAB-PRM-PROGRAMA    PIC X(24).
               10 TAB-PRM-MODO        PIC X(01).
               10 TAB-PRM-PERMITE     PIC X(01).
