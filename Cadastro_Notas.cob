      * QUE ZERO), O ARQUIVO E MANTIDO CLASSIFICADO POR TURMA E O
      * TRAILER '99999' (CONTAGEM + HASH DAS NM1) E RECALCULADO A
      * CADA GRAVACAO - O QUE DERRUBAVA O NOTAS-TURMA COM RC 8 NO
      * 0360-CONFERIR-TRAILER E BARRADO AQUI.
      * DEPOIS QUE A COORDENACAO PUBLICA O BOLETIM DA TURMA NO
      * PERIODO (MODO P, ANOTADO EM PUBLICACOES.DAT), OS MODOS A E U
      * RECUSAM A TURMA: A NOTA SO MUDA POR REVISAO. O MODO S REGISTRA
      * O PEDIDO DE REVISAO (ALUNO, DISCIPLINA, NOTA ATUAL, NOTA
      * PEDIDA E MOTIVO) EM REVISOES.DAT; O MODO V, SO PARA USUARIO DA
      * COORDENACAO (QUEM A MATRIZ DE PERMISSOES AUTORIZA NO MODO),
      * APROVA OU NEGA CADA
      * PEDIDO PENDENTE. A APROVACAO REGRAVA O TURMA.DAT PELO MESMO
      * RECALCULO DO TRAILER, VAI PARA O AUDITORIA.LOG E REEMITE O
      * BOLETIM DAQUELE ALUNO MARCADO COMO REVISAO
      * (BOLETIM.DYYYYMMDD.RNNNNNN.RPT, ANOTADO NO RELCAT.DAT). O MODO
      * R LISTA OS PEDIDOS DE REVISAO
      * CADA MODO SO RODA PARA QUEM A MATRIZ DE PERMISSOES
      * (PERMISSOES.DAT) AUTORIZA: O OPERADOR SE IDENTIFICA COM
      * USUARIO E SENHA E A TENTATIVA NEGADA FICA NO AUDITORIA.LOG
      * DATA = 03/09/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARQ-TRAVA ASSIGN TO 'LOTELOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRAVA.

      * BOLETINS PUBLICADOS: UMA LINHA POR TURMA E PERIODO LETIVO;
      * TURMA PUBLICADA NAO ACEITA MAIS ALTERACAO DIRETA DE NOTA
           SELECT ARQ-PUBLICACOES ASSIGN TO 'PUBLICACOES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PUBLICACOES.

      * PEDIDOS DE REVISAO DE NOTA: O ARQUIVO INTEIRO E CARREGADO EM
      * TABELA E REESCRITO A CADA PEDIDO OU DECISAO
           SELECT ARQ-REVISOES ASSIGN TO 'REVISOES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REVISOES.

      * USUARIO DO OPERADOR, CONFERIDO COM SENHA NA ENTRADA DE
      * QUALQUER MODO (VERPERM.CPY)
           SELECT ARQ-USUARIOS ASSIGN TO 'USERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-USUARIO
               FILE STATUS IS WRK-FS-USUARIOS.

           SELECT ARQ-AUDITORIA ASSIGN TO 'AUDITORIA.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.

      * REEMISSAO DO BOLETIM DO ALUNO REVISADO: MESMOS PARAMETROS DE
      * APROVACAO, FREQUENCIA E DISCIPLINAS DO NOTAS-TURMA
           SELECT ARQ-PARAMETROS ASSIGN TO 'PARAMETROS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETROS.

           SELECT ARQ-FREQUENCIA ASSIGN TO 'FREQUENCIA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FREQUENCIA.

           SELECT ARQ-DISCIPLINAS ASSIGN TO 'DISCIPLINAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DIS-CODIGO
               FILE STATUS IS WRK-FS-DISCIPLINAS.

           SELECT ARQ-BOLETIM ASSIGN TO DYNAMIC WRK-NOME-BOLETIM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BOLETIM.

      * CATALOGO DE RELATORIOS: ANOTA A REEMISSAO E, NA PUBLICACAO,
      * DIZ QUAL FOI A ULTIMA GERACAO DO BOLETIM
           SELECT ARQ-CATALOGO ASSIGN TO 'RELCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CATALOGO.

           SELECT ARQ-DELEGACOES ASSIGN TO 'DELEGACOES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEL-USUARIO
               FILE STATUS IS WRK-FS-DELEGACOES.

           SELECT ARQ-PERMISSOES ASSIGN TO 'PERMISSOES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERMISSOES.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TURMA
           RECORDING MODE IS F.
       01  REG-TRAVA          PIC X(29).

       FD  ARQ-PUBLICACOES
           RECORDING MODE IS F.
       01  REG-PUBLICACAO.
           05 PUB-TURMA          PIC X(05).
           05 PUB-PERIODO        PIC 9(04).
           05 PUB-DATA           PIC 9(08).
           05 PUB-USUARIO        PIC X(20).
           05 PUB-BOLETIM        PIC X(30).

      * NOTA REVISADA: 1 = NM1, 2 = NM2, 3 = NM3. SITUACAO: P =
      * PENDENTE, A = APROVADA, N = NEGADA
       FD  ARQ-REVISOES
           RECORDING MODE IS F.
       01  REG-REVISAO.
           05 REV-NUMERO         PIC 9(06).
           05 REV-TURMA          PIC X(05).
           05 REV-ID             PIC X(10).
           05 REV-DISCIPLINA     PIC X(03).
           05 REV-PERIODO        PIC 9(04).
           05 REV-NOTA           PIC 9(01).
           05 REV-NOTA-ANTIGA    PIC 9(03).
           05 REV-NOTA-PEDIDA    PIC 9(03).
           05 REV-MOTIVO         PIC X(40).
           05 REV-SOLICITANTE    PIC X(20).
           05 REV-DATA-PEDIDO    PIC 9(08).
           05 REV-SITUACAO       PIC X(01).
             88 REVISAO-PENDENTE VALUE 'P'.
             88 REVISAO-APROVADA VALUE 'A'.
             88 REVISAO-NEGADA   VALUE 'N'.
           05 REV-DECISOR        PIC X(20).
           05 REV-DATA-DECISAO   PIC 9(08).

       FD  ARQ-USUARIOS.
       01  REG-USUARIO.
           05 USR-USUARIO       PIC X(20).
           05 USR-NIVEL         PIC 9(02).
           05 USR-SENHA         PIC X(10).
           05 USR-DT-TROCA      PIC 9(08).
           05 USR-TENTATIVAS    PIC 9(01).
           05 USR-BLOQUEADO     PIC X(01).
           05 USR-ULT-ACESSO    PIC 9(08).

       FD  ARQ-AUDITORIA
           RECORDING MODE IS F.
       01  REG-AUDITORIA        PIC X(96).

       FD  ARQ-PARAMETROS
           RECORDING MODE IS F.
       01  REG-PARAMETROS.
           05 PAR-NOTA-APROVACAO   PIC 9(03)V9.
           05 PAR-NOTA-RECUPERACAO PIC 9(03)V9.

       FD  ARQ-FREQUENCIA
           RECORDING MODE IS F.
       01  REG-FREQUENCIA.
           05 FRQ-ID          PIC X(10).
           05 FRQ-AULAS-DADAS PIC 9(03).
           05 FRQ-AULAS-FREQ  PIC 9(03).

       FD  ARQ-DISCIPLINAS.
       01  REG-DISCIPLINA.
           05 DIS-CODIGO      PIC X(03).
           05 DIS-NOME        PIC X(20).

       FD  ARQ-BOLETIM
           RECORDING MODE IS F.
       01  REG-BOLETIM        PIC X(132).

       FD  ARQ-CATALOGO
           RECORDING MODE IS F.
       01  REG-CATALOGO       PIC X(57).

       FD  ARQ-DELEGACOES.
       01  REG-DELEGACAO.
           05 DEL-USUARIO       PIC X(20).
           05 DEL-NIVEL         PIC 9(02).
           05 DEL-DATA-INI      PIC 9(08).
           05 DEL-DATA-FIM      PIC 9(08).
           05 DEL-GRANTOR       PIC X(20).
           05 DEL-MOTIVO        PIC X(30).

       FD  ARQ-PERMISSOES
           RECORDING MODE IS F.
       01  REG-PERMISSAO        PIC X(75).

       WORKING-STORAGE SECTION.
       77 WRK-FS-DELEGACOES PIC X(02) VALUE ZEROS.
       77 WRK-FS-PERMISSOES PIC X(02) VALUE ZEROS.
       77 WRK-FS-TURMA PIC X(02) VALUE ZEROS.
       77 WRK-FS-ALUNOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRAVA PIC X(02) VALUE ZEROS.
       77 WRK-FS-PUBLICACOES PIC X(02) VALUE ZEROS.
       77 WRK-FS-REVISOES PIC X(02) VALUE ZEROS.
       77 WRK-FS-USUARIOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITORIA PIC X(02) VALUE ZEROS.
       77 WRK-FS-PARAMETROS PIC X(02) VALUE ZEROS.
       77 WRK-FS-FREQUENCIA PIC X(02) VALUE ZEROS.
       77 WRK-FS-DISCIPLINAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-BOLETIM PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATALOGO PIC X(02) VALUE ZEROS.
       77 WRK-NOME-BOLETIM PIC X(30) VALUE SPACES.

       COPY TRAVALOTE.

       77 WRK-EOF-TURMA PIC X(01) VALUE 'N'.
         88 FIM-TURMA VALUE 'S'.
       77 WRK-EOF-PUBLICACOES PIC X(01) VALUE 'N'.
         88 FIM-PUBLICACOES VALUE 'S'.
       77 WRK-EOF-REVISOES PIC X(01) VALUE 'N'.
         88 FIM-REVISOES VALUE 'S'.
       77 WRK-EOF-FREQUENCIA PIC X(01) VALUE 'N'.
         88 FIM-FREQUENCIA VALUE 'S'.
       77 WRK-EOF-CATALOGO PIC X(01) VALUE 'N'.
         88 FIM-CATALOGO VALUE 'S'.
       77 WRK-FLAG-DISCIPLINAS PIC X(01) VALUE 'N'.
         88 DISCIPLINAS-ABERTO VALUE 'S'.

       77 WRK-MODO PIC X(01) VALUE SPACES.
         88 MODO-ADICIONAR VALUE 'A'.
         88 MODO-ATUALIZAR VALUE 'U'.
         88 MODO-LISTAR    VALUE 'L'.
         88 MODO-PUBLICAR  VALUE 'P'.
         88 MODO-SOLICITAR VALUE 'S'.
         88 MODO-DECIDIR   VALUE 'V'.
         88 MODO-REVISOES  VALUE 'R'.

      * O PERIODO LETIVO E O ANO DA DATA DE HOJE, COMO NO NOTAS-TURMA
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-PERIODO PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

       77 WRK-FLAG-PUBLICADA PIC X(01) VALUE 'N'.
         88 TURMA-PUBLICADA VALUE 'S'.

      * COORDENACAO: QUEM A MATRIZ DE PERMISSOES AUTORIZA NOS MODOS
      * P E V
       77 WRK-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-ACESSO PIC X(01) VALUE 'N'.
         88 ACESSO-CONCEDIDO VALUE 'S'.

       COPY SENHA.

       COPY AUDSEG.

       COPY CATREL.

       COPY IMPRESSO.

      * ARQUIVO INTEIRO RETIDO EM TABELA (SEM O TRAILER, QUE E
      * RECALCULADO NA GRAVACAO); A ORDEM POR TURMA E MANTIDA NA
         88 NOTA-ENCONTRADA VALUE 'S'.
       77 WRK-HASH-NM1 PIC 9(10) VALUE ZEROS.

      * PEDIDOS DE REVISAO RETIDOS EM TABELA, NAS MESMAS COLUNAS DO
      * REGISTRO: A GRAVACAO REESCREVE O REVISOES.DAT COMPLETO
       77 WRK-QTD-REVISOES PIC 9(03) VALUE ZEROS.
       77 WRK-ULT-NUMERO PIC 9(06) VALUE ZEROS.
       01 TAB-REVISOES.
           05 TAB-REV-LINHA PIC X(132) OCCURS 500 TIMES.
       77 WRK-IDX-REV PIC 9(03) VALUE ZEROS.
       77 WRK-FLAG-PENDENTE PIC X(01) VALUE 'N'.
         88 REVISAO-EM-ABERTO VALUE 'S'.

      * CAMPOS DO PEDIDO E DA DECISAO DE REVISAO
       77 WRK-NOTA-REV-X PIC X(01) VALUE SPACES.
       77 WRK-NOTA-REV REDEFINES WRK-NOTA-REV-X PIC 9(01).
       77 WRK-NOTA-ATUAL PIC 9(03) VALUE ZEROS.
       77 WRK-NOTA-PEDIDA-X PIC X(03) VALUE SPACES.
       77 WRK-NOTA-PEDIDA REDEFINES WRK-NOTA-PEDIDA-X PIC 9(03).
       77 WRK-MOTIVO PIC X(40) VALUE SPACES.
       77 WRK-SOLICITANTE PIC X(20) VALUE SPACES.
       77 WRK-RESPOSTA PIC X(01) VALUE SPACES.
       77 WRK-SITUACAO-TXT PIC X(09) VALUE SPACES.
       77 WRK-CONT-DECISOES PIC 9(03) VALUE ZEROS.

      * REEMISSAO DO BOLETIM: AS MESMAS REGRAS DE MEDIA, RECUPERACAO
      * E FREQUENCIA DO NOTAS-TURMA, PARA O ALUNO REVISADO SAIR COM O
      * STATUS QUE A RODADA DARIA
       77 WRK-NOTA-APROVACAO PIC 9(03)V9 VALUE 6.
       77 WRK-NOTA-RECUPERACAO PIC 9(03)V9 VALUE 2.
       77 WRK-LIMITE-RECUP-SUP PIC 9(03)V9 VALUE ZEROS.
       77 WRK-MIN-FREQUENCIA PIC 9(03) VALUE 75.
       77 WRK-BOL-PESO1 PIC 9(01) VALUE 5.
       77 WRK-BOL-PESO2 PIC 9(01) VALUE 5.
       77 WRK-MEDIA PIC 9(03)V9 VALUE ZEROS.
       77 WRK-MEDIA-REC PIC 9(03)V9 VALUE ZEROS.
       77 WRK-MEDIA-AVALIAR PIC 9(03)V9 VALUE ZEROS.
       77 WRK-CLASSE PIC X(01) VALUE SPACES.
         88 CLASSE-BONUS VALUE 'B'.
         88 CLASSE-APROVADO VALUE 'A'.
         88 CLASSE-RECUPERACAO VALUE 'R'.
         88 CLASSE-REPROVADO VALUE 'F'.
       77 WRK-PCT-FREQ PIC 9(03)V9 VALUE ZEROS.
       77 WRK-FREQ-ED PIC ZZ9,9 VALUE ZEROS.
       77 WRK-FLAG-FREQ PIC X(01) VALUE 'N'.
         88 FREQ-OK VALUE 'O'.
         88 FREQ-REPROVADO VALUE 'R'.
         88 FREQ-AUSENTE VALUE 'N'.
       77 WRK-FREQ-TEXTO PIC X(06) VALUE SPACES.
       77 WRK-NOME-ALUNO PIC X(30) VALUE SPACES.
       77 WRK-NOTA-ED PIC ZZ9 VALUE ZEROS.
       77 WRK-NOTA2-ED PIC ZZ9 VALUE ZEROS.

       01 WRK-LINHA-BOLETIM.
           05 WRK-LB-DISC        PIC X(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LB-NOME-DISC   PIC X(20).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LB-NM1         PIC ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LB-NM2         PIC ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LB-NM3         PIC ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LB-MEDIA       PIC ZZ9,9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LB-FREQ        PIC X(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LB-STATUS      PIC X(24).

      * CABECALHO DE COLUNAS DA REEMISSAO, ALINHADO COLUNA A COLUNA
      * COM WRK-LINHA-BOLETIM ACIMA, REPETIDO A CADA PAGINA
       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(03) VALUE 'DIS'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(20) VALUE 'DISCIPLINA'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(03) VALUE 'NM1'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(03) VALUE 'NM2'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(03) VALUE 'NM3'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(05) VALUE 'MEDIA'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(06) VALUE 'FREQ.'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(24) VALUE 'STATUS'.

       COPY PERMISSAO.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
           MOVE 'N' TO WRK-EOF-TURMA.
           MOVE 'N' TO WRK-FLAG-ACHOU.
           MOVE ZEROS TO WRK-QTD-REGS.
           MOVE 'N' TO WRK-EOF-REVISOES.
           MOVE 'N' TO WRK-FLAG-PUBLICADA.
           MOVE 'N' TO WRK-ACESSO.
           MOVE ZEROS TO WRK-QTD-REVISOES.
           MOVE ZEROS TO WRK-ULT-NUMERO.
           MOVE ZEROS TO WRK-CONT-DECISOES.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.
           MOVE WRK-DATA-HOJE (1:4) TO WRK-PERIODO.

           DISPLAY 'MODO (A=ADICIONAR NOTA, U=ATUALIZAR NOTA,'
           DISPLAY '      L=LISTAR NOTAS, P=PUBLICAR BOLETIM DA TURMA,'
           DISPLAY '      S=SOLICITAR REVISAO, V=DECIDIR REVISOES,'
           DISPLAY '      R=LISTAR REVISOES)'
           ACCEPT WRK-MODO FROM CONSOLE.

      * SO SEGUE QUEM A MATRIZ DE PERMISSOES AUTORIZA NESTE MODO
      * (USUARIO E SENHA EM USERS.DAT, RECUSA NO AUDITORIA.LOG)
           PERFORM 9519-REINICIAR-PERMISSOES.
           MOVE 'CADASTRO-NOTAS' TO WRK-PM-PROGRAMA.
           MOVE WRK-MODO TO WRK-PM-MODO.
           PERFORM 9535-AUTORIZAR-OPERACAO.
           IF NOT PERMISSAO-CONCEDIDA
               GOBACK
           END-IF.

      * A JANELA DO LOTE TRAVA OS MODOS QUE REGRAVAM O TURMA.DAT;
      * A LISTAGEM SEGUE LIVRE
           IF MODO-ADICIONAR OR MODO-ATUALIZAR OR MODO-DECIDIR
               PERFORM 9550-CONFERIR-TRAVA
               IF TRAVA-ATIVA
                   DISPLAY 'JANELA DE LOTE EM USO POR '
               WHEN MODO-LISTAR
                   PERFORM 0200-CARREGAR-TURMA
                   PERFORM 0500-LISTAR-NOTAS
               WHEN MODO-PUBLICAR
                   PERFORM 0900-IDENTIFICAR-COORDENADOR
                   IF ACESSO-CONCEDIDO
                       PERFORM 0850-PUBLICAR-BOLETIM
                   END-IF
               WHEN MODO-SOLICITAR
                   PERFORM 0200-CARREGAR-TURMA
                   PERFORM 0710-CARREGAR-REVISOES
                   PERFORM 0700-SOLICITAR-REVISAO
               WHEN MODO-DECIDIR
                   PERFORM 0900-IDENTIFICAR-COORDENADOR
                   IF ACESSO-CONCEDIDO
                       PERFORM 0200-CARREGAR-TURMA
                       PERFORM 0710-CARREGAR-REVISOES
                       PERFORM 0750-DECIDIR-REVISOES
                   END-IF
               WHEN MODO-REVISOES
                   PERFORM 0710-CARREGAR-REVISOES
                   PERFORM 0780-LISTAR-REVISOES
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO'
           END-EVALUATE.
       0300-ADICIONAR-NOTA.
           PERFORM 0310-OBTER-CHAVE.
           PERFORM 0330-BUSCAR-NOTA.
           PERFORM 0800-CONFERIR-PUBLICACAO.
           IF TURMA-PUBLICADA
               DISPLAY 'BOLETIM DA TURMA ' WRK-TURMA ' JA PUBLICADO '
                   'EM ' WRK-PERIODO ' - ALTERACAO SO POR REVISAO '
                   '(MODO S)'
           ELSE
           IF NOTA-ENCONTRADA
               DISPLAY 'NOTA JA LANCADA PARA ESTE ALUNO/TURMA/'
                   'DISCIPLINA - USE O MODO U'
                   PERFORM 0600-GRAVAR-TURMA
                   DISPLAY 'NOTA GRAVADA PARA ' WRK-ID
               END-IF
           END-IF
           END-IF.

       0310-OBTER-CHAVE.
       0400-ATUALIZAR-NOTA.
           PERFORM 0310-OBTER-CHAVE.
           PERFORM 0330-BUSCAR-NOTA.
           PERFORM 0800-CONFERIR-PUBLICACAO.
           IF TURMA-PUBLICADA
               DISPLAY 'BOLETIM DA TURMA ' WRK-TURMA ' JA PUBLICADO '
                   'EM ' WRK-PERIODO ' - ALTERACAO SO POR REVISAO '
                   '(MODO S)'
           ELSE
           IF NOT NOTA-ENCONTRADA
               DISPLAY 'NOTA NAO LANCADA - USE O MODO A'
           ELSE
                   TO TAB-REG-LINHA (WRK-IDX-INSERE)
               PERFORM 0600-GRAVAR-TURMA
               DISPLAY 'NOTA ATUALIZADA PARA ' WRK-ID
           END-IF
           END-IF.

       0500-LISTAR-NOTAS.
           WRITE REG-TURMA FROM WRK-REG-TRAILER.
           CLOSE ARQ-TURMA.

      * PEDIDO DE REVISAO: SO PARA TURMA COM BOLETIM PUBLICADO (ANTES
      * DISSO A CORRECAO E PELO MODO U). A NOTA ATUAL VEM DO
      * TURMA.DAT E NAO PODE HAVER OUTRO PEDIDO PENDENTE PARA A MESMA
      * NOTA DO MESMO ALUNO
       0700-SOLICITAR-REVISAO.
           PERFORM 0310-OBTER-CHAVE.
           PERFORM 0800-CONFERIR-PUBLICACAO.
           PERFORM 0330-BUSCAR-NOTA.
           IF NOT TURMA-PUBLICADA
               DISPLAY 'BOLETIM DA TURMA ' WRK-TURMA ' AINDA NAO '
                   'PUBLICADO - CORRIJA A NOTA PELO MODO U'
           ELSE
           IF NOT NOTA-ENCONTRADA
               DISPLAY 'NOTA NAO LANCADA PARA ESTE ALUNO/TURMA/'
                   'DISCIPLINA'
           ELSE
           IF WRK-QTD-REVISOES NOT < 500
               DISPLAY 'TABELA DE REVISOES CHEIA - PEDIDO RECUSADO'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE TAB-REG-LINHA (WRK-IDX-INSERE) TO WRK-REG-TURMA
               PERFORM 0720-DIGITAR-PEDIDO
               PERFORM 0730-CONFERIR-PENDENTE
               IF REVISAO-EM-ABERTO
                   DISPLAY 'JA EXISTE PEDIDO PENDENTE PARA ESTA NOTA '
                       '- PEDIDO ' REV-NUMERO
               ELSE
                   PERFORM 0740-CONFIRMAR-PEDIDO
               END-IF
           END-IF
           END-IF
           END-IF.

      * ARQUIVO AUSENTE E NENHUM PEDIDO: O PRIMEIRO PEDIDO O CRIA
       0710-CARREGAR-REVISOES.
           OPEN INPUT ARQ-REVISOES.
           IF WRK-FS-REVISOES = '35'
               CONTINUE
           ELSE
               IF WRK-FS-REVISOES NOT = '00'
                   DISPLAY 'ERRO AO ABRIR REVISOES.DAT - FS='
                       WRK-FS-REVISOES
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL FIM-REVISOES
                   READ ARQ-REVISOES
                       AT END
                           MOVE 'S' TO WRK-EOF-REVISOES
                       NOT AT END
                           PERFORM 0715-GUARDAR-REVISAO
                   END-READ
               END-PERFORM
               CLOSE ARQ-REVISOES
           END-IF.

       0715-GUARDAR-REVISAO.
           IF WRK-QTD-REVISOES < 500
               ADD 1 TO WRK-QTD-REVISOES
               MOVE REG-REVISAO TO TAB-REV-LINHA (WRK-QTD-REVISOES)
               IF REV-NUMERO > WRK-ULT-NUMERO
                   MOVE REV-NUMERO TO WRK-ULT-NUMERO
               END-IF
           ELSE
               DISPLAY 'TABELA DE REVISOES CHEIA - PEDIDO IGNORADO '
                   REV-NUMERO
           END-IF.

       0720-DIGITAR-PEDIDO.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'NOTA A REVISAR (1=NM1, 2=NM2, 3=NM3)'
               ACCEPT WRK-NOTA-REV-X FROM CONSOLE
               IF WRK-NOTA-REV-X = '1' OR '2' OR '3'
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'NOTA INVALIDA - 1, 2 OU 3'
               END-IF
           END-PERFORM.
           EVALUATE WRK-NOTA-REV
               WHEN 1
                   MOVE WRK-ALU-NM1 TO WRK-NOTA-ATUAL
               WHEN 2
                   MOVE WRK-ALU-NM2 TO WRK-NOTA-ATUAL
               WHEN OTHER
                   MOVE WRK-ALU-NM3 TO WRK-NOTA-ATUAL
           END-EVALUATE.
           DISPLAY 'NOTA ATUAL NM' WRK-NOTA-REV ': ' WRK-NOTA-ATUAL.

           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'NOTA PEDIDA (3 DIGITOS, 000 A 010)'
               ACCEPT WRK-NOTA-PEDIDA-X FROM CONSOLE
               EVALUATE TRUE
                   WHEN WRK-NOTA-PEDIDA-X NOT NUMERIC
                       DISPLAY 'NOTA INVALIDA - FAIXA 000 A 010'
                   WHEN WRK-NOTA-PEDIDA > 10
                       DISPLAY 'NOTA INVALIDA - FAIXA 000 A 010'
                   WHEN WRK-NOTA-PEDIDA = WRK-NOTA-ATUAL
                       DISPLAY 'NOTA PEDIDA IGUAL A ATUAL'
                   WHEN OTHER
                       SET CAMPO-VALIDO TO TRUE
               END-EVALUATE
           END-PERFORM.

           PERFORM WITH TEST AFTER UNTIL WRK-MOTIVO NOT = SPACES
               DISPLAY 'MOTIVO DO PEDIDO (ATE 40 POSICOES)'
               ACCEPT WRK-MOTIVO FROM CONSOLE
           END-PERFORM.
      * O SOLICITANTE E O OPERADOR IDENTIFICADO NA ENTRADA
           MOVE WRK-PM-USUARIO TO WRK-SOLICITANTE.

       0730-CONFERIR-PENDENTE.
           MOVE 'N' TO WRK-FLAG-PENDENTE.
           PERFORM VARYING WRK-IDX-REV FROM 1 BY 1
                   UNTIL WRK-IDX-REV > WRK-QTD-REVISOES
                      OR REVISAO-EM-ABERTO
               MOVE TAB-REV-LINHA (WRK-IDX-REV) TO REG-REVISAO
               IF REVISAO-PENDENTE
                   AND REV-TURMA = WRK-TURMA
                   AND REV-ID = WRK-ID
                   AND REV-DISCIPLINA = WRK-DISCIPLINA
                   AND REV-NOTA = WRK-NOTA-REV
                   SET REVISAO-EM-ABERTO TO TRUE
               END-IF
           END-PERFORM.

       0740-CONFIRMAR-PEDIDO.
           MOVE WRK-NOTA-ATUAL TO WRK-NOTA-ED.
           MOVE WRK-NOTA-PEDIDA TO WRK-NOTA2-ED.
           DISPLAY 'REVISAO DA NM' WRK-NOTA-REV ' DE ' WRK-ID
               ' (' WRK-TURMA '/' WRK-DISCIPLINA ') DE ' WRK-NOTA-ED
               ' PARA ' WRK-NOTA2-ED ' - CONFIRMA O PEDIDO (S/N)?'.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
               ADD 1 TO WRK-ULT-NUMERO
               ADD 1 TO WRK-QTD-REVISOES
               MOVE WRK-ULT-NUMERO  TO REV-NUMERO
               MOVE WRK-TURMA       TO REV-TURMA
               MOVE WRK-ID          TO REV-ID
               MOVE WRK-DISCIPLINA  TO REV-DISCIPLINA
               MOVE WRK-PERIODO     TO REV-PERIODO
               MOVE WRK-NOTA-REV    TO REV-NOTA
               MOVE WRK-NOTA-ATUAL  TO REV-NOTA-ANTIGA
               MOVE WRK-NOTA-PEDIDA TO REV-NOTA-PEDIDA
               MOVE WRK-MOTIVO      TO REV-MOTIVO
               MOVE WRK-SOLICITANTE TO REV-SOLICITANTE
               MOVE WRK-DATA-HOJE   TO REV-DATA-PEDIDO
               MOVE 'P'             TO REV-SITUACAO
               MOVE SPACES          TO REV-DECISOR
               MOVE ZEROS           TO REV-DATA-DECISAO
               MOVE REG-REVISAO TO TAB-REV-LINHA (WRK-QTD-REVISOES)
               PERFORM 0790-GRAVAR-REVISOES
               DISPLAY 'PEDIDO DE REVISAO ' WRK-ULT-NUMERO
                   ' REGISTRADO - AGUARDA A COORDENACAO'
           ELSE
               DISPLAY 'PEDIDO CANCELADO'
           END-IF.

      * DECISAO DA COORDENACAO, PEDIDO A PEDIDO. QUEM REGISTROU O
      * PEDIDO NAO O DECIDE. CADA DECISAO E GRAVADA NA HORA, PARA UMA
      * SESSAO INTERROMPIDA NAO DEIXAR NOTA REGRAVADA COM O PEDIDO
      * AINDA PENDENTE
       0750-DECIDIR-REVISOES.
           PERFORM VARYING WRK-IDX-REV FROM 1 BY 1
                   UNTIL WRK-IDX-REV > WRK-QTD-REVISOES
               MOVE TAB-REV-LINHA (WRK-IDX-REV) TO REG-REVISAO
               IF REVISAO-PENDENTE
                   PERFORM 0760-DECIDIR-UMA-REVISAO
               END-IF
           END-PERFORM.
           IF WRK-CONT-DECISOES = 0
               DISPLAY 'NENHUMA REVISAO DECIDIDA'
           ELSE
               DISPLAY 'REVISOES DECIDIDAS: ' WRK-CONT-DECISOES
           END-IF.

       0760-DECIDIR-UMA-REVISAO.
           PERFORM 0785-MOSTRAR-REVISAO.
           IF REV-SOLICITANTE = WRK-USUARIO
               DISPLAY '    PEDIDO REGISTRADO POR ' WRK-USUARIO
                   ' - DECISAO CABE A OUTRO COORDENADOR'
           ELSE
               DISPLAY '    A=APROVAR, N=NEGAR, BRANCO=MANTER PENDENTE'
               MOVE SPACES TO WRK-RESPOSTA
               ACCEPT WRK-RESPOSTA FROM CONSOLE
               EVALUATE WRK-RESPOSTA
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM 0765-APROVAR-REVISAO
                   WHEN 'N'
                   WHEN 'n'
                       PERFORM 0775-NEGAR-REVISAO
                   WHEN OTHER
                       DISPLAY '    PEDIDO MANTIDO PENDENTE'
               END-EVALUATE
           END-IF.

      * A NOTA SO E TROCADA SE AINDA FOR A QUE O PEDIDO VIU; DEPOIS
      * DA REGRAVACAO (COM O TRAILER RECALCULADO) O PEDIDO FECHA, A
      * TROCA VAI PARA A AUDITORIA E O BOLETIM DO ALUNO E REEMITIDO
       0765-APROVAR-REVISAO.
           MOVE REV-TURMA      TO WRK-TURMA.
           MOVE REV-ID         TO WRK-ID.
           MOVE REV-DISCIPLINA TO WRK-DISCIPLINA.
           PERFORM 0330-BUSCAR-NOTA.
           IF NOT NOTA-ENCONTRADA
               DISPLAY '    NOTA NAO ESTA MAIS NO TURMA.DAT - PEDIDO '
                   'MANTIDO PENDENTE'
           ELSE
               MOVE TAB-REG-LINHA (WRK-IDX-INSERE) TO WRK-REG-TURMA
               EVALUATE REV-NOTA
                   WHEN 1
                       MOVE WRK-ALU-NM1 TO WRK-NOTA-ATUAL
                   WHEN 2
                       MOVE WRK-ALU-NM2 TO WRK-NOTA-ATUAL
                   WHEN OTHER
                       MOVE WRK-ALU-NM3 TO WRK-NOTA-ATUAL
               END-EVALUATE
               IF WRK-NOTA-ATUAL NOT = REV-NOTA-ANTIGA
                   DISPLAY '    NOTA ATUAL ' WRK-NOTA-ATUAL
                       ' DIFERE DA DO PEDIDO - PEDIDO MANTIDO '
                       'PENDENTE'
               ELSE
                   EVALUATE REV-NOTA
                       WHEN 1
                           MOVE REV-NOTA-PEDIDA TO WRK-ALU-NM1
                       WHEN 2
                           MOVE REV-NOTA-PEDIDA TO WRK-ALU-NM2
                       WHEN OTHER
                           MOVE REV-NOTA-PEDIDA TO WRK-ALU-NM3
                   END-EVALUATE
                   MOVE WRK-REG-TURMA
                       TO TAB-REG-LINHA (WRK-IDX-INSERE)
                   PERFORM 0600-GRAVAR-TURMA
                   MOVE 'A'           TO REV-SITUACAO
                   MOVE WRK-USUARIO   TO REV-DECISOR
                   MOVE WRK-DATA-HOJE TO REV-DATA-DECISAO
                   MOVE REG-REVISAO TO TAB-REV-LINHA (WRK-IDX-REV)
                   PERFORM 0790-GRAVAR-REVISOES
                   MOVE TAB-REV-LINHA (WRK-IDX-REV) TO REG-REVISAO
                   ADD 1 TO WRK-CONT-DECISOES
                   MOVE SPACES TO WRK-AU-ACAO
                   STRING 'REVISAO '      DELIMITED BY SIZE
                          REV-NUMERO      DELIMITED BY SIZE
                          ' NM'           DELIMITED BY SIZE
                          REV-NOTA        DELIMITED BY SIZE
                          ' '             DELIMITED BY SIZE
                          REV-NOTA-ANTIGA DELIMITED BY SIZE
                          '>'             DELIMITED BY SIZE
                          REV-NOTA-PEDIDA DELIMITED BY SIZE
                       INTO WRK-AU-ACAO
                   END-STRING
                   PERFORM 0950-GRAVAR-AUDITORIA
                   PERFORM 0770-REEMITIR-BOLETIM
                   DISPLAY '    REVISAO ' REV-NUMERO ' APROVADA - '
                       'BOLETIM REEMITIDO EM ' WRK-NOME-BOLETIM
               END-IF
           END-IF.

       0775-NEGAR-REVISAO.
           MOVE 'N'           TO REV-SITUACAO.
           MOVE WRK-USUARIO   TO REV-DECISOR.
           MOVE WRK-DATA-HOJE TO REV-DATA-DECISAO.
           MOVE REG-REVISAO TO TAB-REV-LINHA (WRK-IDX-REV).
           PERFORM 0790-GRAVAR-REVISOES.
           MOVE TAB-REV-LINHA (WRK-IDX-REV) TO REG-REVISAO.
           ADD 1 TO WRK-CONT-DECISOES.
           MOVE SPACES TO WRK-AU-ACAO.
           STRING 'REVISAO '  DELIMITED BY SIZE
                  REV-NUMERO  DELIMITED BY SIZE
                  ' NEGADA'   DELIMITED BY SIZE
               INTO WRK-AU-ACAO
           END-STRING.
           PERFORM 0950-GRAVAR-AUDITORIA.
           DISPLAY '    REVISAO ' REV-NUMERO ' NEGADA'.

      * BOLETIM DO ALUNO REVISADO, SO COM AS DISCIPLINAS DELE NA
      * TURMA E MARCADO COMO REEMISSAO: CADA REVISAO GERA A SUA
      * GERACAO (BOLETIM.DYYYYMMDD.RNNNNNN.RPT), ANOTADA NO RELCAT.DAT
       0770-REEMITIR-BOLETIM.
           MOVE SPACES TO WRK-NOME-BOLETIM.
           STRING 'BOLETIM.D'    DELIMITED BY SIZE
                  WRK-DATA-HOJE  DELIMITED BY SIZE
                  '.R'           DELIMITED BY SIZE
                  REV-NUMERO     DELIMITED BY SIZE
                  '.RPT'         DELIMITED BY SIZE
               INTO WRK-NOME-BOLETIM
           END-STRING.
           OPEN OUTPUT ARQ-BOLETIM.
           IF WRK-FS-BOLETIM NOT = '00'
               DISPLAY 'ERRO AO ABRIR ' WRK-NOME-BOLETIM ' - FS='
                   WRK-FS-BOLETIM
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'BOLETIM-REVISAO' TO WRK-CAT-RELATORIO
               MOVE WRK-DATA-HOJE     TO WRK-CAT-DATA
               MOVE WRK-NOME-BOLETIM  TO WRK-CAT-ARQUIVO
               MOVE 'P'               TO WRK-CAT-SITUACAO
               PERFORM 9650-GRAVAR-CATALOGO
               MOVE 'BOLETIM ESCOLAR - REEMISSAO POR REVISAO'
                   TO WRK-IMP-TITULO
               MOVE 'CADASTRO-NOTAS' TO WRK-IMP-PROGRAMA
               MOVE WRK-DATA-HOJE TO WRK-IMP-DATA
               MOVE ZEROS TO WRK-IMP-PAGINA
               MOVE 99 TO WRK-IMP-LINHA
               PERFORM 0771-LER-PARAMETROS
               PERFORM 0772-BUSCAR-ALUNO
               PERFORM 0773-BUSCAR-FREQUENCIA
               PERFORM 0776-IMPRIMIR-MARCA
               MOVE 'N' TO WRK-FLAG-DISCIPLINAS
               OPEN INPUT ARQ-DISCIPLINAS
               IF WRK-FS-DISCIPLINAS = '00'
                   SET DISCIPLINAS-ABERTO TO TRUE
               END-IF
               PERFORM VARYING WRK-IDX-REG FROM 1 BY 1
                       UNTIL WRK-IDX-REG > WRK-QTD-REGS
                   MOVE TAB-REG-LINHA (WRK-IDX-REG) TO WRK-REG-TURMA
                   IF WRK-ALU-TURMA = REV-TURMA
                       AND WRK-ALU-ID = REV-ID
                       PERFORM 0777-IMPRIMIR-DISCIPLINA
                   END-IF
               END-PERFORM
               IF DISCIPLINAS-ABERTO
                   CLOSE ARQ-DISCIPLINAS
               END-IF
               PERFORM 9820-ENCERRAR-RELATORIO
               CLOSE ARQ-BOLETIM
           END-IF.

      * MESMA LEITURA DO 0205-LER-PARAMETROS DO NOTAS-TURMA
       0771-LER-PARAMETROS.
           MOVE 6 TO WRK-NOTA-APROVACAO.
           MOVE 2 TO WRK-NOTA-RECUPERACAO.
           OPEN INPUT ARQ-PARAMETROS.
           IF WRK-FS-PARAMETROS = '00'
               READ ARQ-PARAMETROS
                   NOT AT END
                       IF PAR-NOTA-APROVACAO NOT = ZEROS
                           MOVE PAR-NOTA-APROVACAO TO WRK-NOTA-APROVACAO
                       END-IF
                       IF PAR-NOTA-RECUPERACAO NOT = ZEROS
                           MOVE PAR-NOTA-RECUPERACAO
                               TO WRK-NOTA-RECUPERACAO
                       END-IF
               END-READ
               CLOSE ARQ-PARAMETROS
           END-IF.
           COMPUTE WRK-LIMITE-RECUP-SUP = WRK-NOTA-APROVACAO - 0,5.

       0772-BUSCAR-ALUNO.
           MOVE SPACES TO WRK-NOME-ALUNO.
           OPEN INPUT ARQ-ALUNOS.
           IF WRK-FS-ALUNOS = '00'
               MOVE REV-ID TO MST-ID
               READ ARQ-ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MST-NOME TO WRK-NOME-ALUNO
               END-READ
               CLOSE ARQ-ALUNOS
           END-IF.

      * FREQUENCIA DO ALUNO (AULAS DADAS X FREQUENTADAS), COMO NO
      * 0404-BUSCAR-FREQUENCIA DO NOTAS-TURMA: ABAIXO DO MINIMO
      * REGULAMENTAR PREVALECE A REPROVACAO POR FALTA
       0773-BUSCAR-FREQUENCIA.
           MOVE 'N' TO WRK-FLAG-FREQ.
           MOVE SPACES TO WRK-FREQ-TEXTO.
           MOVE 'N' TO WRK-EOF-FREQUENCIA.
           OPEN INPUT ARQ-FREQUENCIA.
           IF WRK-FS-FREQUENCIA = '00'
               PERFORM UNTIL FIM-FREQUENCIA
                   READ ARQ-FREQUENCIA
                       AT END
                           MOVE 'S' TO WRK-EOF-FREQUENCIA
                       NOT AT END
                           IF FRQ-ID = REV-ID
                               PERFORM 0774-AVALIAR-FREQUENCIA
                               MOVE 'S' TO WRK-EOF-FREQUENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-FREQUENCIA
           END-IF.

       0774-AVALIAR-FREQUENCIA.
           IF FRQ-AULAS-DADAS = 0 OR FRQ-AULAS-FREQ > FRQ-AULAS-DADAS
               CONTINUE
           ELSE
               COMPUTE WRK-PCT-FREQ ROUNDED =
                   FRQ-AULAS-FREQ * 100 / FRQ-AULAS-DADAS
               MOVE WRK-PCT-FREQ TO WRK-FREQ-ED
               STRING WRK-FREQ-ED DELIMITED BY SIZE
                      '%'         DELIMITED BY SIZE
                   INTO WRK-FREQ-TEXTO
               END-STRING
               IF WRK-PCT-FREQ < WRK-MIN-FREQUENCIA
                   SET FREQ-REPROVADO TO TRUE
               ELSE
                   SET FREQ-OK TO TRUE
               END-IF
           END-IF.

       0776-IMPRIMIR-MARCA.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING '*** REEMISSAO POR REVISAO DE NOTA - PEDIDO '
                      DELIMITED BY SIZE
                  REV-NUMERO DELIMITED BY SIZE
                  ' ***' DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'ALUNO ' DELIMITED BY SIZE
                  REV-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-NOME-ALUNO DELIMITED BY SIZE
                  '  TURMA ' DELIMITED BY SIZE
                  REV-TURMA DELIMITED BY SIZE
                  '  PERIODO LETIVO ' DELIMITED BY SIZE
                  REV-PERIODO DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE REV-NOTA-ANTIGA TO WRK-NOTA-ED.
           MOVE REV-NOTA-PEDIDA TO WRK-NOTA2-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'NOTA REVISADA: DISCIPLINA ' DELIMITED BY SIZE
                  REV-DISCIPLINA DELIMITED BY SIZE
                  ' NM' DELIMITED BY SIZE
                  REV-NOTA DELIMITED BY SIZE
                  ' DE ' DELIMITED BY SIZE
                  WRK-NOTA-ED DELIMITED BY SIZE
                  ' PARA ' DELIMITED BY SIZE
                  WRK-NOTA2-ED DELIMITED BY SIZE
                  ' - APROVADA POR ' DELIMITED BY SIZE
                  REV-DECISOR DELIMITED BY SPACE
                  ' EM ' DELIMITED BY SIZE
                  REV-DATA-DECISAO DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'MOTIVO: ' DELIMITED BY SIZE
                  REV-MOTIVO DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

      * MEDIA E STATUS PELAS REGRAS DO 0400-AVALIAR-ALUNO DO
      * NOTAS-TURMA (PESOS ZERADOS VALEM 5/5)
       0777-IMPRIMIR-DISCIPLINA.
           MOVE WRK-ALU-DISCIPLINA TO WRK-LB-DISC.
           MOVE SPACES TO WRK-LB-NOME-DISC.
           IF DISCIPLINAS-ABERTO
               MOVE WRK-ALU-DISCIPLINA TO DIS-CODIGO
               READ ARQ-DISCIPLINAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DIS-NOME TO WRK-LB-NOME-DISC
               END-READ
           END-IF.
           MOVE WRK-ALU-NM1 TO WRK-LB-NM1.
           MOVE WRK-ALU-NM2 TO WRK-LB-NM2.
           MOVE WRK-ALU-NM3 TO WRK-LB-NM3.
           MOVE WRK-FREQ-TEXTO TO WRK-LB-FREQ.
           MOVE WRK-ALU-PESO1 TO WRK-BOL-PESO1.
           MOVE WRK-ALU-PESO2 TO WRK-BOL-PESO2.
           IF WRK-BOL-PESO1 + WRK-BOL-PESO2 = 0
               MOVE 5 TO WRK-BOL-PESO1
               MOVE 5 TO WRK-BOL-PESO2
           END-IF.
           COMPUTE WRK-MEDIA =
               (WRK-ALU-NM1 * WRK-BOL-PESO1 +
                WRK-ALU-NM2 * WRK-BOL-PESO2) /
               (WRK-BOL-PESO1 + WRK-BOL-PESO2).
           IF FREQ-REPROVADO
               MOVE 'REPROVADO POR FALTA' TO WRK-LB-STATUS
               MOVE WRK-MEDIA TO WRK-LB-MEDIA
           ELSE
               MOVE WRK-MEDIA TO WRK-MEDIA-AVALIAR
               PERFORM 0778-CLASSIFICAR-MEDIA
               EVALUATE TRUE
                   WHEN CLASSE-BONUS
                       MOVE 'APROVADO - BONUS' TO WRK-LB-STATUS
                   WHEN CLASSE-APROVADO
                       MOVE 'APROVADO' TO WRK-LB-STATUS
                   WHEN CLASSE-RECUPERACAO
                       MOVE 'RECUPERACAO' TO WRK-LB-STATUS
                   WHEN OTHER
                       PERFORM 0779-AVALIAR-RECUPERACAO
               END-EVALUATE
               MOVE WRK-MEDIA-AVALIAR TO WRK-LB-MEDIA
           END-IF.
           MOVE WRK-LINHA-BOLETIM TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

       0778-CLASSIFICAR-MEDIA.
           EVALUATE WRK-MEDIA-AVALIAR
               WHEN 10
                   MOVE 'B' TO WRK-CLASSE
               WHEN WRK-NOTA-APROVACAO THRU 9,9
                   MOVE 'A' TO WRK-CLASSE
               WHEN WRK-NOTA-RECUPERACAO THRU WRK-LIMITE-RECUP-SUP
                   MOVE 'R' TO WRK-CLASSE
               WHEN OTHER
                   MOVE 'F' TO WRK-CLASSE
           END-EVALUATE.

       0779-AVALIAR-RECUPERACAO.
           IF WRK-ALU-NM3 NOT NUMERIC OR WRK-ALU-NM3 > 10
               MOVE 'REPROVADO (NM3 INVALIDA)' TO WRK-LB-STATUS
           ELSE
               COMPUTE WRK-MEDIA-REC = (WRK-MEDIA + WRK-ALU-NM3) / 2
               MOVE WRK-MEDIA-REC TO WRK-MEDIA-AVALIAR
               PERFORM 0778-CLASSIFICAR-MEDIA
               EVALUATE TRUE
                   WHEN CLASSE-BONUS
                   WHEN CLASSE-APROVADO
                       MOVE 'APROVADO - RECUPEROU' TO WRK-LB-STATUS
                   WHEN CLASSE-RECUPERACAO
                       MOVE 'RECUPERACAO (NM3)' TO WRK-LB-STATUS
                   WHEN OTHER
                       MOVE 'REPROVADO' TO WRK-LB-STATUS
               END-EVALUATE
           END-IF.

       0780-LISTAR-REVISOES.
           DISPLAY '-- PEDIDOS DE REVISAO DE NOTA --'.
           PERFORM VARYING WRK-IDX-REV FROM 1 BY 1
                   UNTIL WRK-IDX-REV > WRK-QTD-REVISOES
               MOVE TAB-REV-LINHA (WRK-IDX-REV) TO REG-REVISAO
               PERFORM 0785-MOSTRAR-REVISAO
           END-PERFORM.
           DISPLAY 'PEDIDOS NO ARQUIVO: ' WRK-QTD-REVISOES.

       0785-MOSTRAR-REVISAO.
           EVALUATE TRUE
               WHEN REVISAO-PENDENTE
                   MOVE 'PENDENTE' TO WRK-SITUACAO-TXT
               WHEN REVISAO-APROVADA
                   MOVE 'APROVADA' TO WRK-SITUACAO-TXT
               WHEN REVISAO-NEGADA
                   MOVE 'NEGADA' TO WRK-SITUACAO-TXT
               WHEN OTHER
                   MOVE 'DESCONHEC' TO WRK-SITUACAO-TXT
           END-EVALUATE.
           MOVE REV-NOTA-ANTIGA TO WRK-NOTA-ED.
           MOVE REV-NOTA-PEDIDA TO WRK-NOTA2-ED.
           DISPLAY 'PEDIDO ' REV-NUMERO ' TURMA ' REV-TURMA
               ' ALUNO ' REV-ID ' DIS ' REV-DISCIPLINA
               ' NM' REV-NOTA ' ' WRK-NOTA-ED ' -> ' WRK-NOTA2-ED
               ' ' WRK-SITUACAO-TXT.
           DISPLAY '    MOTIVO: ' REV-MOTIVO.
           DISPLAY '    PEDIDO POR ' REV-SOLICITANTE ' EM '
               REV-DATA-PEDIDO.
           IF NOT REVISAO-PENDENTE
               DISPLAY '    DECIDIDO POR ' REV-DECISOR ' EM '
                   REV-DATA-DECISAO
           END-IF.

      * REGRAVA O ARQUIVO TODO A PARTIR DA TABELA; A AREA DO
      * REG-REVISAO FICA COM A ULTIMA LINHA GRAVADA
       0790-GRAVAR-REVISOES.
           OPEN OUTPUT ARQ-REVISOES.
           IF WRK-FS-REVISOES NOT = '00'
               DISPLAY 'ERRO AO GRAVAR REVISOES.DAT - FS='
                   WRK-FS-REVISOES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WRK-IDX-MOVE FROM 1 BY 1
                   UNTIL WRK-IDX-MOVE > WRK-QTD-REVISOES
               WRITE REG-REVISAO FROM TAB-REV-LINHA (WRK-IDX-MOVE)
           END-PERFORM.
           CLOSE ARQ-REVISOES.

      * TURMA COM BOLETIM PUBLICADO NO PERIODO LETIVO DE HOJE;
      * ARQUIVO AUSENTE E NENHUMA TURMA PUBLICADA
       0800-CONFERIR-PUBLICACAO.
           MOVE 'N' TO WRK-FLAG-PUBLICADA.
           MOVE 'N' TO WRK-EOF-PUBLICACOES.
           OPEN INPUT ARQ-PUBLICACOES.
           IF WRK-FS-PUBLICACOES = '00'
               PERFORM UNTIL FIM-PUBLICACOES
                   READ ARQ-PUBLICACOES
                       AT END
                           MOVE 'S' TO WRK-EOF-PUBLICACOES
                       NOT AT END
                           IF PUB-TURMA = WRK-TURMA
                               AND PUB-PERIODO = WRK-PERIODO
                               SET TURMA-PUBLICADA TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PUBLICACOES
           END-IF.

      * PUBLICACAO DO BOLETIM DA TURMA NO PERIODO: SO DEPOIS QUE O
      * NOTAS-TURMA EMITIU UM BOLETIM (ULTIMA GERACAO 'BOLETIM' DO
      * RELCAT.DAT, GUARDADA NA PUBLICACAO). DALI EM DIANTE A NOTA DA
      * TURMA SO MUDA POR REVISAO
       0850-PUBLICAR-BOLETIM.
           DISPLAY 'CODIGO DA TURMA (5 POSICOES)'
           ACCEPT WRK-TURMA FROM CONSOLE.
           PERFORM 0800-CONFERIR-PUBLICACAO.
           IF TURMA-PUBLICADA
               DISPLAY 'BOLETIM DA TURMA ' WRK-TURMA ' JA PUBLICADO '
                   'EM ' WRK-PERIODO
           ELSE
               PERFORM 0860-BUSCAR-ULTIMO-BOLETIM
               IF WRK-NOME-BOLETIM = SPACES
                   DISPLAY 'NENHUM BOLETIM EMITIDO NO RELCAT.DAT - '
                       'RODE O NOTAS-TURMA ANTES DE PUBLICAR'
               ELSE
                   DISPLAY 'PUBLICAR O BOLETIM DA TURMA ' WRK-TURMA
                       ' (' WRK-NOME-BOLETIM ') - CONFIRMA (S/N)?'
                   ACCEPT WRK-RESPOSTA FROM CONSOLE
                   IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
                       PERFORM 0870-GRAVAR-PUBLICACAO
                   ELSE
                       DISPLAY 'PUBLICACAO CANCELADA'
                   END-IF
               END-IF
           END-IF.

       0860-BUSCAR-ULTIMO-BOLETIM.
           MOVE SPACES TO WRK-NOME-BOLETIM.
           MOVE 'N' TO WRK-EOF-CATALOGO.
           OPEN INPUT ARQ-CATALOGO.
           IF WRK-FS-CATALOGO = '00'
               PERFORM UNTIL FIM-CATALOGO
                   READ ARQ-CATALOGO
                       AT END
                           MOVE 'S' TO WRK-EOF-CATALOGO
                       NOT AT END
                           MOVE REG-CATALOGO TO WRK-REG-CATALOGO
                           IF WRK-CAT-RELATORIO = 'BOLETIM'
                               MOVE WRK-CAT-ARQUIVO
                                   TO WRK-NOME-BOLETIM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CATALOGO
           END-IF.

       0870-GRAVAR-PUBLICACAO.
           OPEN EXTEND ARQ-PUBLICACOES.
           IF WRK-FS-PUBLICACOES = '35'
               OPEN OUTPUT ARQ-PUBLICACOES
           END-IF.
           IF WRK-FS-PUBLICACOES NOT = '00'
               DISPLAY 'ERRO AO ABRIR PUBLICACOES.DAT - FS='
                   WRK-FS-PUBLICACOES
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-TURMA        TO PUB-TURMA
               MOVE WRK-PERIODO      TO PUB-PERIODO
               MOVE WRK-DATA-HOJE    TO PUB-DATA
               MOVE WRK-USUARIO      TO PUB-USUARIO
               MOVE WRK-NOME-BOLETIM TO PUB-BOLETIM
               WRITE REG-PUBLICACAO
               CLOSE ARQ-PUBLICACOES
               MOVE SPACES TO WRK-AU-ACAO
               STRING 'BOLETIM PUBLICADO ' DELIMITED BY SIZE
                      WRK-TURMA            DELIMITED BY SIZE
                   INTO WRK-AU-ACAO
               END-STRING
               PERFORM 0950-GRAVAR-AUDITORIA
               DISPLAY 'BOLETIM DA TURMA ' WRK-TURMA ' PUBLICADO - '
                   'NOTAS SO POR REVISAO'
           END-IF.

      * A COORDENACAO E QUEM A MATRIZ DE PERMISSOES AUTORIZA NOS
      * MODOS P E V; USUARIO, SENHA E PERMISSAO JA FORAM CONFERIDOS
      * NA ENTRADA DO PROGRAMA (VERPERM.CPY)
       0900-IDENTIFICAR-COORDENADOR.
           MOVE 'N' TO WRK-ACESSO.
           IF PERMISSAO-CONCEDIDA
               MOVE WRK-PM-USUARIO TO WRK-USUARIO
               SET ACESSO-CONCEDIDO TO TRUE
           END-IF.

      * A LINHA DE AUDITORIA SAI ENCADEADA (SEQUENCIA + HASH) PELO
      * QUADRO COMUM DE AUDSEG/GRAVAAUD
       0950-GRAVAR-AUDITORIA.
           MOVE WRK-USUARIO TO WRK-AU-USUARIO.
           PERFORM 9570-GRAVAR-AUD-SEGURA.

      * QUADRO DE IMPRESSAO PADRAO (IMPRESSO.CPY) DA REEMISSAO
       9800-IMPRIMIR-LINHA.
           IF WRK-IMP-LINHA >= WRK-IMP-LINHAS-PAG
               PERFORM 9810-NOVA-PAGINA
           END-IF.
           WRITE REG-BOLETIM FROM WRK-IMP-AREA.
           ADD 1 TO WRK-IMP-LINHA.

       9810-NOVA-PAGINA.
           ADD 1 TO WRK-IMP-PAGINA.
           MOVE WRK-IMP-PAGINA TO WRK-IMP-PAGINA-ED.
           WRITE REG-BOLETIM FROM WRK-IMP-CAB-PAGINA.
           WRITE REG-BOLETIM FROM WRK-LINHA-CABECALHO.
           MOVE SPACES TO REG-BOLETIM.
           WRITE REG-BOLETIM.
           MOVE 3 TO WRK-IMP-LINHA.

       9820-ENCERRAR-RELATORIO.
           WRITE REG-BOLETIM FROM WRK-IMP-FIM-RELATORIO.

           COPY VERTRAVA.

           COPY CODSENHA.

           COPY GRAVAAUD.

           COPY GRAVACAT.

           COPY VERPERM.
