       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNDE-CLIENTES.
      ***************************
      * Área de comentários
      * OBJETIVO: FUSAO SUPERVISIONADA DE CLIENTES CADASTRADOS EM
      * DUPLICIDADE. COM UM ADMINISTRADOR (NIVEL 01 EM USERS.DAT),
      * RECEBE O CODIGO SOBREVIVENTE E O CODIGO A RETIRAR E TROCA O
      * CODIGO RETIRADO PELO SOBREVIVENTE EM PEDIDOS.DAT, PEDIDOS.HLD,
      * PEDIDOS.SUS, COTACAO.HST, COTACAO.ABE, PROMESSA.DAT,
      * FATURAS.DAT, FATURA.ITN, PAGAMENTOS.DAT, CREDITOS.DAT,
      * ESTORNOS.DAT E CONTRATOS.DAT, JUNTANDO CREDITO, DESCONTO DE
      * CONTRATO E HISTORICO MENSAL NUM SO CLIENTE. O CLIENTE
      * RETIRADO NAO E APAGADO: FICA INATIVO NO CLIENTES.DAT COM O
      * CODIGO QUE O SUBSTITUI. IMPRIME AS CONTAGENS ANTES E DEPOIS
      * POR ARQUIVO (FUSAO.DYYYYMMDD.RPT, ANOTADO NO RELCAT.DAT) E
      * REGISTRA A FUSAO NO AUDITORIA.LOG
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTES ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-CLIENTES.

      * CONTRATOS SAO INDEXADOS PELO CLIENTE: A TROCA DO CODIGO E
      * EXCLUSAO DA CHAVE ANTIGA E INCLUSAO DA NOVA
           SELECT ARQ-CONTRATOS ASSIGN TO 'CONTRATOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WRK-FS-CONTRATOS.

      * FATURAS TEM O CLIENTE COMO CHAVE ALTERNATIVA: A TROCA E
      * REGRAVACAO SO DAS FATURAS DO RETIRADO, ACHADAS PELA CHAVE
           SELECT ARQ-FATURAS ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-FATURAS.

      * ARQUIVOS SEQUENCIAIS COM O CODIGO DO CLIENTE: CADA UM E LIDO
      * INTEIRO PARA A TABELA DE TRABALHO E REGRAVADO COM A TROCA
           SELECT ARQ-PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDIDOS.

           SELECT ARQ-RETIDOS ASSIGN TO 'PEDIDOS.HLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETIDOS.

           SELECT ARQ-SUSPENSO ASSIGN TO 'PEDIDOS.SUS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SUSPENSO.

           SELECT ARQ-HISTORICO ASSIGN TO 'COTACAO.HST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.

           SELECT ARQ-ABERTOS ASSIGN TO 'COTACAO.ABE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ABERTOS.

           SELECT ARQ-PROMESSAS ASSIGN TO 'PROMESSA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROMESSAS.

           SELECT ARQ-FAT-ITENS ASSIGN TO 'FATURA.ITN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FAT-ITENS.

           SELECT ARQ-PAGAMENTOS ASSIGN TO 'PAGAMENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAGAMENTOS.

           SELECT ARQ-CREDITOS ASSIGN TO 'CREDITOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDITOS.

           SELECT ARQ-ESTORNOS ASSIGN TO 'ESTORNOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTORNOS.

           SELECT ARQ-USUARIOS ASSIGN TO 'USERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-USUARIO
               FILE STATUS IS WRK-FS-USUARIOS.

           SELECT ARQ-AUDITORIA ASSIGN TO 'AUDITORIA.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.

      * O RELATORIO DA FUSAO SAI COMO GERACAO DATADA
      * (FUSAO.DYYYYMMDD.RPT), ANOTADA NO CATALOGO RELCAT.DAT
           SELECT ARQ-RELATORIO ASSIGN TO DYNAMIC WRK-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

           SELECT ARQ-CATALOGO ASSIGN TO 'RELCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CATALOGO.

           SELECT ARQ-RUNLOG ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.

      * TRAVA DA JANELA DE LOTE: REGRAVAR PEDIDOS E FATURAS COM O
      * LOTE RODANDO PERDERIA O QUE O LOTE GRAVASSE NO MEIO
           SELECT ARQ-TRAVA ASSIGN TO 'LOTELOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRAVA.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CLIENTES.
       01  REG-CLIENTE.
           05 CLI-CODIGO      PIC X(06).
           05 CLI-NOME        PIC X(30).
           05 CLI-ENDERECO    PIC X(30).
           05 CLI-UF-PADRAO   PIC X(02).
           05 CLI-LIMITE-CREDITO PIC 9(09)V99.
           05 CLI-CONSOLIDA   PIC X(01).
           05 CLI-SITUACAO    PIC X(01).
             88 CLI-INATIVO   VALUE 'I'.
           05 CLI-SUCESSOR    PIC X(06).

       FD  ARQ-CONTRATOS.
       01  REG-CONTRATO.
           05 CON-CHAVE.
               10 CON-CLIENTE     PIC X(06).
               10 CON-DATA-INI    PIC 9(08).
           05 CON-PCT-DESC        PIC 9(02)V99.
           05 CON-DATA-FIM        PIC 9(08).
           05 CON-ISENTO-ENCARGOS PIC X(01).

       FD  ARQ-FATURAS.
       01  REG-FATURA.
           05 FAT-NUMERO      PIC 9(06).
           05 FAT-CLIENTE     PIC X(06).
           05 FAT-DATA        PIC 9(08).
           05 FAT-VALOR       PIC 9(11)V99.
           05 FAT-SALDO       PIC 9(11)V99.
           05 FAT-SITUACAO    PIC X(01).
           05 FAT-TIPO        PIC X(01).
           05 FAT-ORIGEM      PIC 9(06).
           05 FAT-ICMS        PIC 9(09)V99.

      * OS ARQUIVOS SEQUENCIAIS SO SAO COPIADOS LINHA A LINHA: BASTA
      * O TAMANHO DE CADA REGISTRO; A POSICAO DO CLIENTE ESTA NA
      * TABELA TAB-ARQUIVOS ABAIXO
       FD  ARQ-PEDIDOS
           RECORDING MODE IS F.
       01  REG-PEDIDO         PIC X(57).

       FD  ARQ-RETIDOS
           RECORDING MODE IS F.
       01  REG-RETIDO         PIC X(57).

       FD  ARQ-SUSPENSO
           RECORDING MODE IS F.
       01  REG-SUSPENSO       PIC X(67).

       FD  ARQ-HISTORICO
           RECORDING MODE IS F.
       01  REG-HISTORICO      PIC X(56).

       FD  ARQ-ABERTOS
           RECORDING MODE IS F.
       01  REG-ABERTO         PIC X(53).

       FD  ARQ-PROMESSAS
           RECORDING MODE IS F.
       01  REG-PROMESSA       PIC X(23).

       FD  ARQ-FAT-ITENS
           RECORDING MODE IS F.
       01  REG-FAT-ITEM       PIC X(62).

       FD  ARQ-PAGAMENTOS
           RECORDING MODE IS F.
       01  REG-PAGAMENTO      PIC X(73).

       FD  ARQ-CREDITOS
           RECORDING MODE IS F.
       01  REG-CREDITO        PIC X(59).

       FD  ARQ-ESTORNOS
           RECORDING MODE IS F.
       01  REG-ESTORNO        PIC X(125).

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
       77 WRK-FS-CLIENTES PIC X(02) VALUE ZEROS.
       77 WRK-FS-CONTRATOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-PEDIDOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-RETIDOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-SUSPENSO PIC X(02) VALUE ZEROS.
       77 WRK-FS-HISTORICO PIC X(02) VALUE ZEROS.
       77 WRK-FS-ABERTOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-PROMESSAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-FATURAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-FAT-ITENS PIC X(02) VALUE ZEROS.
       77 WRK-FS-PAGAMENTOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-CREDITOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-ESTORNOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-USUARIOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITORIA PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATALOGO PIC X(02) VALUE ZEROS.
       77 WRK-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRAVA PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CONTRATOS PIC X(01) VALUE 'N'.
         88 FIM-CONTRATOS VALUE 'S'.
       77 WRK-EOF-FATURAS PIC X(01) VALUE 'N'.
         88 FIM-FATURAS VALUE 'S'.

       COPY TRAVALOTE.

       COPY RUNLOG.

       COPY CATREL.

       COPY IMPRESSO.

       COPY SENHA.

       COPY AUDSEG.

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

       77 WRK-USUARIO PIC X(20) VALUE SPACES.
       77 WRK-SENHA   PIC X(10) VALUE SPACES.
       77 WRK-NIVEL   PIC 9(02) VALUE ZEROS.
         88 ADMINISTRADOR VALUE 01.
       77 WRK-ACESSO PIC X(01) VALUE 'N'.
         88 ACESSO-CONCEDIDO VALUE 'S'.
       77 WRK-RESPOSTA PIC X(01) VALUE SPACES.

      * OS DOIS CODIGOS DA FUSAO: O RETIRADO SOME DOS ARQUIVOS E O
      * SOBREVIVENTE FICA COM TODO O MOVIMENTO DOS DOIS
       77 WRK-SOBREVIVENTE PIC X(06) VALUE SPACES.
       77 WRK-RETIRADO PIC X(06) VALUE SPACES.
       77 WRK-NOME-SOBREVIVENTE PIC X(30) VALUE SPACES.
       77 WRK-NOME-RETIRADO PIC X(30) VALUE SPACES.
       77 WRK-FLAG-CODIGOS PIC X(01) VALUE 'N'.
         88 CODIGOS-VALIDOS VALUE 'S'.

      * ARQUIVOS SEQUENCIAIS DA FUSAO: NOME, POSICAO DO CODIGO DO
      * CLIENTE NO REGISTRO E SE O CODIGO SO EXISTE NA LINHA DE
      * CABECALHO DO PEDIDO (TIPO '1'), COMO NOS TRES ARQUIVOS DE
      * PEDIDOS - AS LINHAS DE ITEM TEM O PRODUTO NA MESMA POSICAO
       01 TAB-ARQUIVOS-VAL.
           05 FILLER PIC X(14) VALUE 'PEDIDOS.DAT'.
           05 FILLER PIC 9(02) VALUE 08.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC X(14) VALUE 'PEDIDOS.HLD'.
           05 FILLER PIC 9(02) VALUE 08.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC X(14) VALUE 'PEDIDOS.SUS'.
           05 FILLER PIC 9(02) VALUE 08.
           05 FILLER PIC X(01) VALUE 'S'.
           05 FILLER PIC X(14) VALUE 'COTACAO.HST'.
           05 FILLER PIC 9(02) VALUE 15.
           05 FILLER PIC X(01) VALUE 'N'.
           05 FILLER PIC X(14) VALUE 'COTACAO.ABE'.
           05 FILLER PIC 9(02) VALUE 07.
           05 FILLER PIC X(01) VALUE 'N'.
           05 FILLER PIC X(14) VALUE 'PROMESSA.DAT'.
           05 FILLER PIC 9(02) VALUE 07.
           05 FILLER PIC X(01) VALUE 'N'.
           05 FILLER PIC X(14) VALUE 'FATURA.ITN'.
           05 FILLER PIC 9(02) VALUE 13.
           05 FILLER PIC X(01) VALUE 'N'.
           05 FILLER PIC X(14) VALUE 'PAGAMENTOS.DAT'.
           05 FILLER PIC 9(02) VALUE 01.
           05 FILLER PIC X(01) VALUE 'N'.
           05 FILLER PIC X(14) VALUE 'CREDITOS.DAT'.
           05 FILLER PIC 9(02) VALUE 13.
           05 FILLER PIC X(01) VALUE 'N'.
           05 FILLER PIC X(14) VALUE 'ESTORNOS.DAT'.
           05 FILLER PIC 9(02) VALUE 08.
           05 FILLER PIC X(01) VALUE 'N'.
           05 FILLER PIC X(14) VALUE 'FATURAS.DAT'.
           05 FILLER PIC 9(02) VALUE 07.
           05 FILLER PIC X(01) VALUE 'N'.
           05 FILLER PIC X(14) VALUE 'CONTRATOS.DAT'.
           05 FILLER PIC 9(02) VALUE 01.
           05 FILLER PIC X(01) VALUE 'N'.
       01 TAB-ARQUIVOS REDEFINES TAB-ARQUIVOS-VAL.
           05 TAB-ARQ-ITEM OCCURS 12 TIMES.
               10 TAB-ARQ-NOME         PIC X(14).
               10 TAB-ARQ-POSICAO      PIC 9(02).
               10 TAB-ARQ-SO-CABECALHO PIC X(01).
      * OS DEZ PRIMEIROS SAO OS SEQUENCIAIS; FATURAS.DAT E
      * CONTRATOS.DAT SAO OS DOIS ULTIMOS, INDEXADOS, E TEM
      * TRATAMENTO PROPRIO
       77 WRK-QTD-SEQUENCIAIS PIC 9(02) VALUE 10.
       77 WRK-IDX-FATURAS PIC 9(02) VALUE 11.
       77 WRK-IDX-CONTRATOS PIC 9(02) VALUE 12.
       77 WRK-IDX-ARQ PIC 9(02) VALUE ZEROS.

      * CONTAGENS POR ARQUIVO: REGISTROS LIDOS, REGISTROS DE CADA
      * CODIGO ANTES E DEPOIS, REGISTROS TROCADOS E CHAVES DE
      * CONTRATO QUE JA EXISTIAM NO SOBREVIVENTE
       01 TAB-CONTAGENS.
           05 TAB-CNT-ITEM OCCURS 12 TIMES.
               10 TAB-CNT-SITUACAO   PIC X(01).
                 88 ARQUIVO-AUSENTE  VALUE 'A'.
               10 TAB-CNT-REGISTROS  PIC 9(07).
               10 TAB-CNT-RET-ANTES  PIC 9(07).
               10 TAB-CNT-SOB-ANTES  PIC 9(07).
               10 TAB-CNT-TROCADOS   PIC 9(07).
               10 TAB-CNT-RET-DEPOIS PIC 9(07).
               10 TAB-CNT-SOB-DEPOIS PIC 9(07).
               10 TAB-CNT-CONFLITOS  PIC 9(05).

      * PASSOS DA FUSAO: CONTAGEM ANTES (E CONFERENCIA DE QUE TODO
      * ARQUIVO CABE NA TABELA), TROCA E CONTAGEM DEPOIS
       77 WRK-PASSO PIC X(01) VALUE SPACES.
         88 PASSO-ANTES  VALUE 'A'.
         88 PASSO-TROCA  VALUE 'T'.
         88 PASSO-DEPOIS VALUE 'D'.

      * ARQUIVO SEQUENCIAL EM TRABALHO: TODAS AS LINHAS, NA ORDEM
      * ORIGINAL, COM O CODIGO JA TROCADO NO PASSO DE TROCA
       77 WRK-QTD-LINHAS PIC 9(05) VALUE ZEROS.
       01 TAB-LINHAS.
           05 TAB-LIN-REGISTRO PIC X(125) OCCURS 5000 TIMES.
       77 WRK-IDX-LIN PIC 9(05) VALUE ZEROS.
       01 WRK-REGISTRO PIC X(125) VALUE SPACES.
       77 WRK-POSICAO PIC 9(02) VALUE ZEROS.
       77 WRK-FS-ATUAL PIC X(02) VALUE ZEROS.
       77 WRK-EOF-ATUAL PIC X(01) VALUE 'N'.
         88 FIM-ATUAL VALUE 'S'.
       77 WRK-CONT-REG PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-RET PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-SOB PIC 9(07) VALUE ZEROS.
       77 WRK-FLAG-ESTOURO PIC X(01) VALUE 'N'.
         88 TABELA-ESTOURADA VALUE 'S'.
       77 WRK-FLAG-ERRO PIC X(01) VALUE 'N'.
         88 ERRO-ARQUIVO VALUE 'S'.

      * CONTRATOS DO CLIENTE RETIRADO, GUARDADOS ANTES DA TROCA DE
      * CHAVE PARA NAO LER DE NOVO O QUE JA FOI REGRAVADO
       77 WRK-QTD-CON PIC 9(03) VALUE ZEROS.
       01 TAB-CONTRATOS.
           05 TAB-CON-REGISTRO PIC X(27) OCCURS 100 TIMES.
       77 WRK-IDX-CON PIC 9(03) VALUE ZEROS.

       77 WRK-TOT-TROCADOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-CONFLITOS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-ED PIC ZZZZZZ9 VALUE ZEROS.

       01 WRK-LINHA-ARQUIVO.
           05 WRK-LA-ARQUIVO     PIC X(14).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LA-REGISTROS   PIC Z.ZZZ.ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LA-RET-ANTES   PIC Z.ZZZ.ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LA-SOB-ANTES   PIC Z.ZZZ.ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LA-TROCADOS    PIC Z.ZZZ.ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LA-RET-DEPOIS  PIC Z.ZZZ.ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LA-SOB-DEPOIS  PIC Z.ZZZ.ZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LA-OBSERVACAO  PIC X(40).

      * CABECALHO DE COLUNAS, ALINHADO COLUNA A COLUNA COM
      * WRK-LINHA-ARQUIVO ACIMA, REPETIDO A CADA PAGINA
       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(14) VALUE 'ARQUIVO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(09) VALUE 'REGISTROS'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(09) VALUE 'RET ANTES'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(09) VALUE 'SOB ANTES'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(09) VALUE ' TROCADOS'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(09) VALUE 'RET DEPOI'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(09) VALUE 'SOB DEPOI'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'OBSERVACAO'.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-ACESSO.
           MOVE 'N' TO WRK-FLAG-CODIGOS.
           MOVE 'N' TO WRK-FLAG-ESTOURO.
           MOVE 'N' TO WRK-FLAG-ERRO.
           MOVE ZEROS TO WRK-CTL-LIDOS.
           MOVE ZEROS TO WRK-CTL-PROCESSADOS.
           MOVE ZEROS TO WRK-CTL-REJEITADOS.
           MOVE ZEROS TO WRK-TOT-TROCADOS.
           MOVE ZEROS TO WRK-TOT-CONFLITOS.
           PERFORM VARYING WRK-IDX-ARQ FROM 1 BY 1
                   UNTIL WRK-IDX-ARQ > WRK-IDX-CONTRATOS
               MOVE 'P' TO TAB-CNT-SITUACAO (WRK-IDX-ARQ)
               MOVE ZEROS TO TAB-CNT-REGISTROS (WRK-IDX-ARQ)
               MOVE ZEROS TO TAB-CNT-RET-ANTES (WRK-IDX-ARQ)
               MOVE ZEROS TO TAB-CNT-SOB-ANTES (WRK-IDX-ARQ)
               MOVE ZEROS TO TAB-CNT-TROCADOS (WRK-IDX-ARQ)
               MOVE ZEROS TO TAB-CNT-RET-DEPOIS (WRK-IDX-ARQ)
               MOVE ZEROS TO TAB-CNT-SOB-DEPOIS (WRK-IDX-ARQ)
               MOVE ZEROS TO TAB-CNT-CONFLITOS (WRK-IDX-ARQ)
           END-PERFORM.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           PERFORM 9550-CONFERIR-TRAVA.
           IF TRAVA-ATIVA
               DISPLAY 'JANELA DE LOTE EM USO POR ' WRK-TL-PROGRAMA
                   ' DESDE ' WRK-TL-DATA ' - FUSAO RECUSADA'
               GOBACK
           END-IF.

           PERFORM 0150-VERIFICAR-ADMINISTRADOR.
           IF NOT ACESSO-CONCEDIDO
               GOBACK
           END-IF.

           PERFORM 0200-OBTER-CODIGOS.
           IF NOT CODIGOS-VALIDOS
               GOBACK
           END-IF.

           DISPLAY 'RETIRAR ' WRK-RETIRADO ' - ' WRK-NOME-RETIRADO.
           DISPLAY 'EM FAVOR DE ' WRK-SOBREVIVENTE ' - '
               WRK-NOME-SOBREVIVENTE.
           DISPLAY 'CONFIRMA A FUSAO (S/N)?'
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF WRK-RESPOSTA NOT = 'S' AND WRK-RESPOSTA NOT = 's'
               DISPLAY 'FUSAO CANCELADA PELO OPERADOR'
               GOBACK
           END-IF.

      * CONTAGEM ANTES: NADA E REGRAVADO SE ALGUM ARQUIVO NAO ABRE
      * OU NAO CABE NA TABELA DE TRABALHO
           SET PASSO-ANTES TO TRUE.
           PERFORM 0300-PERCORRER-ARQUIVOS.
           PERFORM 0540-CONTAR-FATURAS.
           PERFORM 0500-CONTAR-CONTRATOS.
           IF TABELA-ESTOURADA OR ERRO-ARQUIVO
               DISPLAY 'FUSAO CANCELADA - NENHUM ARQUIVO ALTERADO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * A TRAVA E CONFERIDA DE NOVO: O LOTE PODE TER COMECADO
      * ENQUANTO O OPERADOR CONFIRMAVA
           PERFORM 9550-CONFERIR-TRAVA.
           IF TRAVA-ATIVA
               DISPLAY 'JANELA DE LOTE EM USO POR ' WRK-TL-PROGRAMA
                   ' DESDE ' WRK-TL-DATA ' - FUSAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           SET PASSO-TROCA TO TRUE.
           PERFORM 0300-PERCORRER-ARQUIVOS.
           PERFORM 0550-TROCAR-FATURAS.
           PERFORM 0520-TROCAR-CONTRATOS.
           PERFORM 0600-INATIVAR-CLIENTE.

           SET PASSO-DEPOIS TO TRUE.
           PERFORM 0300-PERCORRER-ARQUIVOS.
           PERFORM 0540-CONTAR-FATURAS.
           PERFORM 0500-CONTAR-CONTRATOS.

           PERFORM 0700-EMITIR-RELATORIO.
           PERFORM 0800-GRAVAR-AUDITORIA.

           IF ERRO-ARQUIVO
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WRK-TOT-TROCADOS TO WRK-CTL-PROCESSADOS.
           MOVE WRK-TOT-CONFLITOS TO WRK-CTL-REJEITADOS.
           MOVE 'FUNDE-CLIENTES' TO WRK-RL-PROGRAMA.
           PERFORM 9700-GRAVAR-CONTROLE.

           MOVE WRK-TOT-TROCADOS TO WRK-CONT-ED.
           DISPLAY 'CLIENTE ' WRK-RETIRADO ' INCORPORADO POR '
               WRK-SOBREVIVENTE ' - ' WRK-CONT-ED
               ' REGISTROS TROCADOS'.
           DISPLAY 'RELATORIO: ' WRK-NOME-RELATORIO.
           IF WRK-TOT-CONFLITOS > ZEROS
               DISPLAY 'ATENCAO: CONTRATOS DO CLIENTE RETIRADO '
                   'COM A MESMA DATA DE INICIO DE UM CONTRATO DO '
                   'SOBREVIVENTE FICARAM NO CODIGO ANTIGO'
           END-IF.

           GOBACK.

      * A FUSAO SO RODA COM ADMINISTRADOR, COMO A REABERTURA DE
      * PERIODO DO FECHA-PERIODO
       0150-VERIFICAR-ADMINISTRADOR.
           OPEN INPUT ARQ-USUARIOS.
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
                           MOVE USR-NIVEL TO WRK-NIVEL
                           IF ADMINISTRADOR
                               SET ACESSO-CONCEDIDO TO TRUE
                           ELSE
                               DISPLAY 'SOMENTE ADMINISTRADOR PODE '
                                   'FUNDIR CLIENTES'
                           END-IF
                       ELSE
                           DISPLAY 'SENHA/PIN INVALIDO'
                       END-IF
                   END-IF
           END-READ.
           CLOSE ARQ-USUARIOS.

      * OS DOIS CODIGOS TEM DE SER DIFERENTES, CADASTRADOS E ATIVOS
       0200-OBTER-CODIGOS.
           DISPLAY 'CODIGO DO CLIENTE SOBREVIVENTE'
           ACCEPT WRK-SOBREVIVENTE FROM CONSOLE.
           DISPLAY 'CODIGO DO CLIENTE A RETIRAR'
           ACCEPT WRK-RETIRADO FROM CONSOLE.

           IF WRK-SOBREVIVENTE = SPACES OR WRK-RETIRADO = SPACES
               DISPLAY 'CODIGO DE CLIENTE EM BRANCO - FUSAO RECUSADA'
           ELSE
               IF WRK-SOBREVIVENTE = WRK-RETIRADO
                   DISPLAY 'OS DOIS CODIGOS SAO IGUAIS - '
                       'FUSAO RECUSADA'
               ELSE
                   PERFORM 0210-CONFERIR-CADASTRO
               END-IF
           END-IF.

       0210-CONFERIR-CADASTRO.
           OPEN INPUT ARQ-CLIENTES.
           IF WRK-FS-CLIENTES NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTES.DAT - FS='
                   WRK-FS-CLIENTES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           SET CODIGOS-VALIDOS TO TRUE.
           MOVE WRK-SOBREVIVENTE TO CLI-CODIGO.
           READ ARQ-CLIENTES
               INVALID KEY
                   DISPLAY 'CLIENTE SOBREVIVENTE NAO CADASTRADO - '
                       WRK-SOBREVIVENTE
                   MOVE 'N' TO WRK-FLAG-CODIGOS
               NOT INVALID KEY
                   MOVE CLI-NOME TO WRK-NOME-SOBREVIVENTE
                   IF CLI-INATIVO
                       DISPLAY 'CLIENTE SOBREVIVENTE INATIVO - '
                           'INCORPORADO POR ' CLI-SUCESSOR
                       MOVE 'N' TO WRK-FLAG-CODIGOS
                   END-IF
           END-READ.

           MOVE WRK-RETIRADO TO CLI-CODIGO.
           READ ARQ-CLIENTES
               INVALID KEY
                   DISPLAY 'CLIENTE A RETIRAR NAO CADASTRADO - '
                       WRK-RETIRADO
                   MOVE 'N' TO WRK-FLAG-CODIGOS
               NOT INVALID KEY
                   MOVE CLI-NOME TO WRK-NOME-RETIRADO
                   IF CLI-INATIVO
                       DISPLAY 'CLIENTE A RETIRAR JA INATIVO - '
                           'INCORPORADO POR ' CLI-SUCESSOR
                       MOVE 'N' TO WRK-FLAG-CODIGOS
                   END-IF
           END-READ.
           CLOSE ARQ-CLIENTES.

       0300-PERCORRER-ARQUIVOS.
           PERFORM VARYING WRK-IDX-ARQ FROM 1 BY 1
                   UNTIL WRK-IDX-ARQ > WRK-QTD-SEQUENCIAIS
               PERFORM 0310-PROCESSAR-ARQUIVO
           END-PERFORM.

      * UM ARQUIVO SEQUENCIAL POR VEZ: CARREGA E CONTA; NO PASSO DE
      * TROCA, SO E REGRAVADO QUEM TEM O CODIGO RETIRADO
       0310-PROCESSAR-ARQUIVO.
           MOVE TAB-ARQ-POSICAO (WRK-IDX-ARQ) TO WRK-POSICAO.
           MOVE ZEROS TO WRK-QTD-LINHAS.
           MOVE ZEROS TO WRK-CONT-REG.
           MOVE ZEROS TO WRK-CONT-RET.
           MOVE ZEROS TO WRK-CONT-SOB.
           PERFORM 0320-CARREGAR-ARQUIVO.

           EVALUATE TRUE
               WHEN ARQUIVO-AUSENTE (WRK-IDX-ARQ)
                   CONTINUE
               WHEN PASSO-ANTES
                   MOVE WRK-CONT-REG TO TAB-CNT-REGISTROS (WRK-IDX-ARQ)
                   MOVE WRK-CONT-RET TO TAB-CNT-RET-ANTES (WRK-IDX-ARQ)
                   MOVE WRK-CONT-SOB TO TAB-CNT-SOB-ANTES (WRK-IDX-ARQ)
                   ADD WRK-CONT-REG TO WRK-CTL-LIDOS
               WHEN PASSO-TROCA
                   IF WRK-CONT-RET > ZEROS
                       PERFORM 0340-REGRAVAR-ARQUIVO
                   END-IF
               WHEN PASSO-DEPOIS
                   MOVE WRK-CONT-RET TO TAB-CNT-RET-DEPOIS (WRK-IDX-ARQ)
                   MOVE WRK-CONT-SOB TO TAB-CNT-SOB-DEPOIS (WRK-IDX-ARQ)
           END-EVALUATE.

      * ARQUIVO AUSENTE NAO E ERRO: O CLIENTE SIMPLESMENTE NAO TEM
      * AQUELE MOVIMENTO (EX.: NENHUM PEDIDO RETIDO HOJE)
       0320-CARREGAR-ARQUIVO.
           MOVE 'N' TO WRK-EOF-ATUAL.
           PERFORM 0400-ABRIR-LEITURA.
           IF WRK-FS-ATUAL = '35'
               MOVE 'A' TO TAB-CNT-SITUACAO (WRK-IDX-ARQ)
           ELSE
               IF WRK-FS-ATUAL NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ' TAB-ARQ-NOME (WRK-IDX-ARQ)
                       ' - FS=' WRK-FS-ATUAL
                   SET ERRO-ARQUIVO TO TRUE
               ELSE
                   MOVE 'P' TO TAB-CNT-SITUACAO (WRK-IDX-ARQ)
                   PERFORM UNTIL FIM-ATUAL
                       PERFORM 0410-LER-REGISTRO
                       IF NOT FIM-ATUAL
                           PERFORM 0330-CONFERIR-REGISTRO
                       END-IF
                   END-PERFORM
                   PERFORM 0420-FECHAR-ARQUIVO
               END-IF
           END-IF.

      * NOS ARQUIVOS DE PEDIDOS SO A LINHA DE CABECALHO TEM O
      * CLIENTE; NOS DEMAIS TODA LINHA TEM
       0330-CONFERIR-REGISTRO.
           ADD 1 TO WRK-CONT-REG.
           IF WRK-QTD-LINHAS < 5000
               ADD 1 TO WRK-QTD-LINHAS
               MOVE WRK-REGISTRO TO TAB-LIN-REGISTRO (WRK-QTD-LINHAS)
           ELSE
               IF NOT TABELA-ESTOURADA
                   DISPLAY TAB-ARQ-NOME (WRK-IDX-ARQ)
                       ' COM MAIS DE 5000 REGISTROS - NAO CABE NA '
                       'TABELA DA FUSAO'
               END-IF
               SET TABELA-ESTOURADA TO TRUE
           END-IF.

           IF TAB-ARQ-SO-CABECALHO (WRK-IDX-ARQ) = 'N'
               OR WRK-REGISTRO (1:1) = '1'
               IF WRK-REGISTRO (WRK-POSICAO:6) = WRK-RETIRADO
                   ADD 1 TO WRK-CONT-RET
                   IF PASSO-TROCA AND NOT TABELA-ESTOURADA
                       MOVE WRK-SOBREVIVENTE TO
                           TAB-LIN-REGISTRO (WRK-QTD-LINHAS)
                               (WRK-POSICAO:6)
                   END-IF
               ELSE
                   IF WRK-REGISTRO (WRK-POSICAO:6) = WRK-SOBREVIVENTE
                       ADD 1 TO WRK-CONT-SOB
                   END-IF
               END-IF
           END-IF.

      * O ARQUIVO E REGRAVADO INTEIRO, NA ORDEM ORIGINAL; O TRAILER
      * DO PEDIDOS.DAT (QUANTIDADE E SOMA DOS VALORES) NAO MUDA
       0340-REGRAVAR-ARQUIVO.
           IF TABELA-ESTOURADA
               DISPLAY TAB-ARQ-NOME (WRK-IDX-ARQ)
                   ' CRESCEU DEPOIS DA CONTAGEM - NAO REGRAVADO'
               SET ERRO-ARQUIVO TO TRUE
           ELSE
               PERFORM 0430-ABRIR-GRAVACAO
               IF WRK-FS-ATUAL NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR ' TAB-ARQ-NOME (WRK-IDX-ARQ)
                       ' - FS=' WRK-FS-ATUAL
                   SET ERRO-ARQUIVO TO TRUE
               ELSE
                   PERFORM VARYING WRK-IDX-LIN FROM 1 BY 1
                           UNTIL WRK-IDX-LIN > WRK-QTD-LINHAS
                       MOVE TAB-LIN-REGISTRO (WRK-IDX-LIN)
                           TO WRK-REGISTRO
                       PERFORM 0440-GRAVAR-REGISTRO
                   END-PERFORM
                   PERFORM 0420-FECHAR-ARQUIVO
                   MOVE WRK-CONT-RET
                       TO TAB-CNT-TROCADOS (WRK-IDX-ARQ)
                   ADD WRK-CONT-RET TO WRK-TOT-TROCADOS
               END-IF
           END-IF.

      * ACESSO AOS DEZ ARQUIVOS SEQUENCIAIS PELA POSICAO NA TABELA
       0400-ABRIR-LEITURA.
           EVALUATE WRK-IDX-ARQ
               WHEN 1
                   OPEN INPUT ARQ-PEDIDOS
                   MOVE WRK-FS-PEDIDOS TO WRK-FS-ATUAL
               WHEN 2
                   OPEN INPUT ARQ-RETIDOS
                   MOVE WRK-FS-RETIDOS TO WRK-FS-ATUAL
               WHEN 3
                   OPEN INPUT ARQ-SUSPENSO
                   MOVE WRK-FS-SUSPENSO TO WRK-FS-ATUAL
               WHEN 4
                   OPEN INPUT ARQ-HISTORICO
                   MOVE WRK-FS-HISTORICO TO WRK-FS-ATUAL
               WHEN 5
                   OPEN INPUT ARQ-ABERTOS
                   MOVE WRK-FS-ABERTOS TO WRK-FS-ATUAL
               WHEN 6
                   OPEN INPUT ARQ-PROMESSAS
                   MOVE WRK-FS-PROMESSAS TO WRK-FS-ATUAL
               WHEN 7
                   OPEN INPUT ARQ-FAT-ITENS
                   MOVE WRK-FS-FAT-ITENS TO WRK-FS-ATUAL
               WHEN 8
                   OPEN INPUT ARQ-PAGAMENTOS
                   MOVE WRK-FS-PAGAMENTOS TO WRK-FS-ATUAL
               WHEN 9
                   OPEN INPUT ARQ-CREDITOS
                   MOVE WRK-FS-CREDITOS TO WRK-FS-ATUAL
               WHEN 10
                   OPEN INPUT ARQ-ESTORNOS
                   MOVE WRK-FS-ESTORNOS TO WRK-FS-ATUAL
           END-EVALUATE.

       0410-LER-REGISTRO.
           MOVE SPACES TO WRK-REGISTRO.
           EVALUATE WRK-IDX-ARQ
               WHEN 1
                   READ ARQ-PEDIDOS INTO WRK-REGISTRO
                       AT END
                           MOVE 'S' TO WRK-EOF-ATUAL
                   END-READ
               WHEN 2
                   READ ARQ-RETIDOS INTO WRK-REGISTRO
                       AT END
                           MOVE 'S' TO WRK-EOF-ATUAL
                   END-READ
               WHEN 3
                   READ ARQ-SUSPENSO INTO WRK-REGISTRO
                       AT END
                           MOVE 'S' TO WRK-EOF-ATUAL
                   END-READ
               WHEN 4
                   READ ARQ-HISTORICO INTO WRK-REGISTRO
                       AT END
                           MOVE 'S' TO WRK-EOF-ATUAL
                   END-READ
               WHEN 5
                   READ ARQ-ABERTOS INTO WRK-REGISTRO
                       AT END
                           MOVE 'S' TO WRK-EOF-ATUAL
                   END-READ
               WHEN 6
                   READ ARQ-PROMESSAS INTO WRK-REGISTRO
                       AT END
                           MOVE 'S' TO WRK-EOF-ATUAL
                   END-READ
               WHEN 7
                   READ ARQ-FAT-ITENS INTO WRK-REGISTRO
                       AT END
                           MOVE 'S' TO WRK-EOF-ATUAL
                   END-READ
               WHEN 8
                   READ ARQ-PAGAMENTOS INTO WRK-REGISTRO
                       AT END
                           MOVE 'S' TO WRK-EOF-ATUAL
                   END-READ
               WHEN 9
                   READ ARQ-CREDITOS INTO WRK-REGISTRO
                       AT END
                           MOVE 'S' TO WRK-EOF-ATUAL
                   END-READ
               WHEN 10
                   READ ARQ-ESTORNOS INTO WRK-REGISTRO
                       AT END
                           MOVE 'S' TO WRK-EOF-ATUAL
                   END-READ
           END-EVALUATE.

       0420-FECHAR-ARQUIVO.
           EVALUATE WRK-IDX-ARQ
               WHEN 1
                   CLOSE ARQ-PEDIDOS
               WHEN 2
                   CLOSE ARQ-RETIDOS
               WHEN 3
                   CLOSE ARQ-SUSPENSO
               WHEN 4
                   CLOSE ARQ-HISTORICO
               WHEN 5
                   CLOSE ARQ-ABERTOS
               WHEN 6
                   CLOSE ARQ-PROMESSAS
               WHEN 7
                   CLOSE ARQ-FAT-ITENS
               WHEN 8
                   CLOSE ARQ-PAGAMENTOS
               WHEN 9
                   CLOSE ARQ-CREDITOS
               WHEN 10
                   CLOSE ARQ-ESTORNOS
           END-EVALUATE.

       0430-ABRIR-GRAVACAO.
           EVALUATE WRK-IDX-ARQ
               WHEN 1
                   OPEN OUTPUT ARQ-PEDIDOS
                   MOVE WRK-FS-PEDIDOS TO WRK-FS-ATUAL
               WHEN 2
                   OPEN OUTPUT ARQ-RETIDOS
                   MOVE WRK-FS-RETIDOS TO WRK-FS-ATUAL
               WHEN 3
                   OPEN OUTPUT ARQ-SUSPENSO
                   MOVE WRK-FS-SUSPENSO TO WRK-FS-ATUAL
               WHEN 4
                   OPEN OUTPUT ARQ-HISTORICO
                   MOVE WRK-FS-HISTORICO TO WRK-FS-ATUAL
               WHEN 5
                   OPEN OUTPUT ARQ-ABERTOS
                   MOVE WRK-FS-ABERTOS TO WRK-FS-ATUAL
               WHEN 6
                   OPEN OUTPUT ARQ-PROMESSAS
                   MOVE WRK-FS-PROMESSAS TO WRK-FS-ATUAL
               WHEN 7
                   OPEN OUTPUT ARQ-FAT-ITENS
                   MOVE WRK-FS-FAT-ITENS TO WRK-FS-ATUAL
               WHEN 8
                   OPEN OUTPUT ARQ-PAGAMENTOS
                   MOVE WRK-FS-PAGAMENTOS TO WRK-FS-ATUAL
               WHEN 9
                   OPEN OUTPUT ARQ-CREDITOS
                   MOVE WRK-FS-CREDITOS TO WRK-FS-ATUAL
               WHEN 10
                   OPEN OUTPUT ARQ-ESTORNOS
                   MOVE WRK-FS-ESTORNOS TO WRK-FS-ATUAL
           END-EVALUATE.

       0440-GRAVAR-REGISTRO.
           EVALUATE WRK-IDX-ARQ
               WHEN 1
                   WRITE REG-PEDIDO FROM WRK-REGISTRO
               WHEN 2
                   WRITE REG-RETIDO FROM WRK-REGISTRO
               WHEN 3
                   WRITE REG-SUSPENSO FROM WRK-REGISTRO
               WHEN 4
                   WRITE REG-HISTORICO FROM WRK-REGISTRO
               WHEN 5
                   WRITE REG-ABERTO FROM WRK-REGISTRO
               WHEN 6
                   WRITE REG-PROMESSA FROM WRK-REGISTRO
               WHEN 7
                   WRITE REG-FAT-ITEM FROM WRK-REGISTRO
               WHEN 8
                   WRITE REG-PAGAMENTO FROM WRK-REGISTRO
               WHEN 9
                   WRITE REG-CREDITO FROM WRK-REGISTRO
               WHEN 10
                   WRITE REG-ESTORNO FROM WRK-REGISTRO
           END-EVALUATE.

      * CONTAGEM DOS CONTRATOS DOS DOIS CODIGOS, ANTES OU DEPOIS
       0500-CONTAR-CONTRATOS.
           MOVE WRK-IDX-CONTRATOS TO WRK-IDX-ARQ.
           MOVE ZEROS TO WRK-CONT-REG.
           MOVE ZEROS TO WRK-CONT-RET.
           MOVE ZEROS TO WRK-CONT-SOB.
           MOVE 'N' TO WRK-EOF-CONTRATOS.
           OPEN INPUT ARQ-CONTRATOS.
           IF WRK-FS-CONTRATOS = '35'
               MOVE 'A' TO TAB-CNT-SITUACAO (WRK-IDX-ARQ)
           ELSE
               IF WRK-FS-CONTRATOS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR CONTRATOS.DAT - FS='
                       WRK-FS-CONTRATOS
                   SET ERRO-ARQUIVO TO TRUE
               ELSE
                   MOVE 'P' TO TAB-CNT-SITUACAO (WRK-IDX-ARQ)
                   PERFORM UNTIL FIM-CONTRATOS
                       READ ARQ-CONTRATOS NEXT RECORD
                           AT END
                               MOVE 'S' TO WRK-EOF-CONTRATOS
                           NOT AT END
                               ADD 1 TO WRK-CONT-REG
                               IF CON-CLIENTE = WRK-RETIRADO
                                   ADD 1 TO WRK-CONT-RET
                               END-IF
                               IF CON-CLIENTE = WRK-SOBREVIVENTE
                                   ADD 1 TO WRK-CONT-SOB
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-CONTRATOS
               END-IF
           END-IF.

           IF PASSO-ANTES
               MOVE WRK-CONT-REG TO TAB-CNT-REGISTROS (WRK-IDX-ARQ)
               MOVE WRK-CONT-RET TO TAB-CNT-RET-ANTES (WRK-IDX-ARQ)
               MOVE WRK-CONT-SOB TO TAB-CNT-SOB-ANTES (WRK-IDX-ARQ)
               ADD WRK-CONT-REG TO WRK-CTL-LIDOS
           ELSE
               MOVE WRK-CONT-RET TO TAB-CNT-RET-DEPOIS (WRK-IDX-ARQ)
               MOVE WRK-CONT-SOB TO TAB-CNT-SOB-DEPOIS (WRK-IDX-ARQ)
           END-IF.

      * TROCA DA CHAVE DOS CONTRATOS: OS CONTRATOS DO RETIRADO SAO
      * GUARDADOS PRIMEIRO E DEPOIS EXCLUIDOS E INCLUIDOS COM O NOVO
      * CODIGO; QUANDO O SOBREVIVENTE JA TEM CONTRATO COM A MESMA
      * DATA DE INICIO, O DO RETIRADO FICA COMO ESTA E E APONTADO NO
      * RELATORIO PARA O COMERCIAL DECIDIR
       0520-TROCAR-CONTRATOS.
           MOVE WRK-IDX-CONTRATOS TO WRK-IDX-ARQ.
           IF NOT ARQUIVO-AUSENTE (WRK-IDX-ARQ)
               AND TAB-CNT-RET-ANTES (WRK-IDX-ARQ) > ZEROS
               OPEN I-O ARQ-CONTRATOS
               IF WRK-FS-CONTRATOS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR CONTRATOS.DAT - FS='
                       WRK-FS-CONTRATOS
                   SET ERRO-ARQUIVO TO TRUE
               ELSE
                   PERFORM 0525-GUARDAR-CONTRATOS
                   PERFORM VARYING WRK-IDX-CON FROM 1 BY 1
                           UNTIL WRK-IDX-CON > WRK-QTD-CON
                       PERFORM 0530-TROCAR-CONTRATO
                   END-PERFORM
                   CLOSE ARQ-CONTRATOS
               END-IF
           END-IF.

       0525-GUARDAR-CONTRATOS.
           MOVE ZEROS TO WRK-QTD-CON.
           MOVE 'N' TO WRK-EOF-CONTRATOS.
           MOVE WRK-RETIRADO TO CON-CLIENTE.
           MOVE ZEROS TO CON-DATA-INI.
           START ARQ-CONTRATOS KEY IS NOT LESS THAN CON-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-EOF-CONTRATOS
           END-START.
           PERFORM UNTIL FIM-CONTRATOS
               READ ARQ-CONTRATOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-CONTRATOS
                   NOT AT END
                       IF CON-CLIENTE NOT = WRK-RETIRADO
                           MOVE 'S' TO WRK-EOF-CONTRATOS
                       ELSE
                           IF WRK-QTD-CON < 100
                               ADD 1 TO WRK-QTD-CON
                               MOVE REG-CONTRATO
                                   TO TAB-CON-REGISTRO (WRK-QTD-CON)
                           ELSE
                               DISPLAY 'MAIS DE 100 CONTRATOS DO '
                                   'CLIENTE - EXCEDENTE NAO TROCADO'
                               MOVE 'S' TO WRK-EOF-CONTRATOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0530-TROCAR-CONTRATO.
           MOVE TAB-CON-REGISTRO (WRK-IDX-CON) TO REG-CONTRATO.
           MOVE WRK-SOBREVIVENTE TO CON-CLIENTE.
           READ ARQ-CONTRATOS
               INVALID KEY
                   MOVE TAB-CON-REGISTRO (WRK-IDX-CON) TO REG-CONTRATO
                   DELETE ARQ-CONTRATOS
                       INVALID KEY
                           DISPLAY 'ERRO AO EXCLUIR CONTRATO '
                               CON-CHAVE ' - FS=' WRK-FS-CONTRATOS
                           SET ERRO-ARQUIVO TO TRUE
                       NOT INVALID KEY
                           MOVE WRK-SOBREVIVENTE TO CON-CLIENTE
                           WRITE REG-CONTRATO
                               INVALID KEY
                                   DISPLAY 'ERRO AO INCLUIR CONTRATO '
                                       CON-CHAVE ' - FS='
                                       WRK-FS-CONTRATOS
                                   SET ERRO-ARQUIVO TO TRUE
                               NOT INVALID KEY
                                   ADD 1 TO TAB-CNT-TROCADOS
                                       (WRK-IDX-ARQ)
                                   ADD 1 TO WRK-TOT-TROCADOS
                           END-WRITE
                   END-DELETE
               NOT INVALID KEY
                   DISPLAY 'CONTRATO DE ' CON-DATA-INI
                       ' JA EXISTE NO ' WRK-SOBREVIVENTE
                       ' - MANTIDO NO ' WRK-RETIRADO
                   ADD 1 TO TAB-CNT-CONFLITOS (WRK-IDX-ARQ)
                   ADD 1 TO WRK-TOT-CONFLITOS
           END-READ.

      * CONTAGEM DAS FATURAS DOS DOIS CODIGOS, ANTES OU DEPOIS,
      * LENDO O ARQUIVO INDEXADO NA ORDEM DO NUMERO DA FATURA
       0540-CONTAR-FATURAS.
           MOVE WRK-IDX-FATURAS TO WRK-IDX-ARQ.
           MOVE ZEROS TO WRK-CONT-REG.
           MOVE ZEROS TO WRK-CONT-RET.
           MOVE ZEROS TO WRK-CONT-SOB.
           MOVE 'N' TO WRK-EOF-FATURAS.
           OPEN INPUT ARQ-FATURAS.
           IF WRK-FS-FATURAS = '35'
               MOVE 'A' TO TAB-CNT-SITUACAO (WRK-IDX-ARQ)
           ELSE
               IF WRK-FS-FATURAS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR FATURAS.DAT - FS='
                       WRK-FS-FATURAS
                   SET ERRO-ARQUIVO TO TRUE
               ELSE
                   MOVE 'P' TO TAB-CNT-SITUACAO (WRK-IDX-ARQ)
                   PERFORM UNTIL FIM-FATURAS
                       READ ARQ-FATURAS NEXT RECORD
                           AT END
                               MOVE 'S' TO WRK-EOF-FATURAS
                           NOT AT END
                               ADD 1 TO WRK-CONT-REG
                               IF FAT-CLIENTE = WRK-RETIRADO
                                   ADD 1 TO WRK-CONT-RET
                               END-IF
                               IF FAT-CLIENTE = WRK-SOBREVIVENTE
                                   ADD 1 TO WRK-CONT-SOB
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-FATURAS
               END-IF
           END-IF.

           IF PASSO-ANTES
               MOVE WRK-CONT-REG TO TAB-CNT-REGISTROS (WRK-IDX-ARQ)
               MOVE WRK-CONT-RET TO TAB-CNT-RET-ANTES (WRK-IDX-ARQ)
               MOVE WRK-CONT-SOB TO TAB-CNT-SOB-ANTES (WRK-IDX-ARQ)
               ADD WRK-CONT-REG TO WRK-CTL-LIDOS
           ELSE
               MOVE WRK-CONT-RET TO TAB-CNT-RET-DEPOIS (WRK-IDX-ARQ)
               MOVE WRK-CONT-SOB TO TAB-CNT-SOB-DEPOIS (WRK-IDX-ARQ)
           END-IF.

      * TROCA DO CLIENTE NAS FATURAS: A CADA VOLTA POSICIONA NA
      * PRIMEIRA FATURA QUE AINDA ESTA COM O RETIRADO PELA CHAVE
      * ALTERNATIVA E REGRAVA COM O SOBREVIVENTE, ATE NAO RESTAR
      * NENHUMA. O NUMERO DA FATURA (CHAVE PRINCIPAL) NAO MUDA
       0550-TROCAR-FATURAS.
           MOVE WRK-IDX-FATURAS TO WRK-IDX-ARQ.
           IF NOT ARQUIVO-AUSENTE (WRK-IDX-ARQ)
               AND TAB-CNT-RET-ANTES (WRK-IDX-ARQ) > ZEROS
               OPEN I-O ARQ-FATURAS
               IF WRK-FS-FATURAS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR FATURAS.DAT - FS='
                       WRK-FS-FATURAS
                   SET ERRO-ARQUIVO TO TRUE
               ELSE
                   MOVE 'N' TO WRK-EOF-FATURAS
                   PERFORM UNTIL FIM-FATURAS
                       PERFORM 0555-TROCAR-FATURA
                   END-PERFORM
                   CLOSE ARQ-FATURAS
               END-IF
           END-IF.

       0555-TROCAR-FATURA.
           MOVE WRK-RETIRADO TO FAT-CLIENTE.
           START ARQ-FATURAS KEY IS EQUAL TO FAT-CLIENTE
               INVALID KEY
                   MOVE 'S' TO WRK-EOF-FATURAS
           END-START.
           IF NOT FIM-FATURAS
               READ ARQ-FATURAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-FATURAS
               END-READ
           END-IF.
           IF NOT FIM-FATURAS
               IF FAT-CLIENTE NOT = WRK-RETIRADO
                   MOVE 'S' TO WRK-EOF-FATURAS
               ELSE
                   MOVE WRK-SOBREVIVENTE TO FAT-CLIENTE
                   REWRITE REG-FATURA
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR FATURA '
                               FAT-NUMERO ' - FS=' WRK-FS-FATURAS
                           SET ERRO-ARQUIVO TO TRUE
                           MOVE 'S' TO WRK-EOF-FATURAS
                       NOT INVALID KEY
                           ADD 1 TO TAB-CNT-TROCADOS (WRK-IDX-ARQ)
                           ADD 1 TO WRK-TOT-TROCADOS
                   END-REWRITE
               END-IF
           END-IF.

      * O CLIENTE RETIRADO FICA NO CADASTRO, INATIVO, APONTANDO PARA
      * O SOBREVIVENTE
       0600-INATIVAR-CLIENTE.
           OPEN I-O ARQ-CLIENTES.
           IF WRK-FS-CLIENTES NOT = '00'
               DISPLAY 'ERRO AO ABRIR CLIENTES.DAT - FS='
                   WRK-FS-CLIENTES
               SET ERRO-ARQUIVO TO TRUE
           ELSE
               MOVE WRK-RETIRADO TO CLI-CODIGO
               READ ARQ-CLIENTES
                   INVALID KEY
                       DISPLAY 'CLIENTE A RETIRAR NAO ENCONTRADO - '
                           WRK-RETIRADO
                       SET ERRO-ARQUIVO TO TRUE
                   NOT INVALID KEY
                       MOVE 'I' TO CLI-SITUACAO
                       MOVE WRK-SOBREVIVENTE TO CLI-SUCESSOR
                       REWRITE REG-CLIENTE
                           INVALID KEY
                               DISPLAY 'ERRO AO INATIVAR CLIENTE '
                                   WRK-RETIRADO ' - FS='
                                   WRK-FS-CLIENTES
                               SET ERRO-ARQUIVO TO TRUE
                       END-REWRITE
               END-READ
               CLOSE ARQ-CLIENTES
           END-IF.

       0700-EMITIR-RELATORIO.
           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING 'FUSAO.D'      DELIMITED BY SIZE
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
           MOVE 'FUSAO'            TO WRK-CAT-RELATORIO.
           MOVE WRK-DATA-HOJE      TO WRK-CAT-DATA.
           MOVE WRK-NOME-RELATORIO TO WRK-CAT-ARQUIVO.
           MOVE 'P'                TO WRK-CAT-SITUACAO.
           PERFORM 9650-GRAVAR-CATALOGO.

           MOVE SPACES TO WRK-IMP-TITULO.
           STRING 'FUSAO DE CLIENTES - ' DELIMITED BY SIZE
                  WRK-RETIRADO           DELIMITED BY SIZE
                  ' EM '                 DELIMITED BY SIZE
                  WRK-SOBREVIVENTE       DELIMITED BY SIZE
               INTO WRK-IMP-TITULO
           END-STRING.
           MOVE 'FUNDE-CLIENTES' TO WRK-IMP-PROGRAMA.
           MOVE WRK-DATA-HOJE TO WRK-IMP-DATA.
           MOVE ZEROS TO WRK-IMP-PAGINA.
           MOVE 99 TO WRK-IMP-LINHA.

           PERFORM VARYING WRK-IDX-ARQ FROM 1 BY 1
                   UNTIL WRK-IDX-ARQ > WRK-IDX-CONTRATOS
               PERFORM 0710-IMPRIMIR-ARQUIVO
           END-PERFORM.

           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'CLIENTE RETIRADO....: ' DELIMITED BY SIZE
                  WRK-RETIRADO            DELIMITED BY SIZE
                  ' - '                   DELIMITED BY SIZE
                  WRK-NOME-RETIRADO       DELIMITED BY SIZE
                  ' (INATIVADO)'          DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'CLIENTE SOBREVIVENTE: ' DELIMITED BY SIZE
                  WRK-SOBREVIVENTE        DELIMITED BY SIZE
                  ' - '                   DELIMITED BY SIZE
                  WRK-NOME-SOBREVIVENTE   DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'AUTORIZADO POR......: ' DELIMITED BY SIZE
                  WRK-USUARIO             DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

           PERFORM 9820-ENCERRAR-RELATORIO.
           CLOSE ARQ-RELATORIO.

      * RETIRADO DEPOIS DIFERENTE DE ZERO SO E ESPERADO NO CONTRATO
      * EM CONFLITO; EM QUALQUER OUTRO ARQUIVO E SINAL DE FALHA
       0710-IMPRIMIR-ARQUIVO.
           MOVE TAB-ARQ-NOME (WRK-IDX-ARQ) TO WRK-LA-ARQUIVO.
           MOVE TAB-CNT-REGISTROS (WRK-IDX-ARQ) TO WRK-LA-REGISTROS.
           MOVE TAB-CNT-RET-ANTES (WRK-IDX-ARQ) TO WRK-LA-RET-ANTES.
           MOVE TAB-CNT-SOB-ANTES (WRK-IDX-ARQ) TO WRK-LA-SOB-ANTES.
           MOVE TAB-CNT-TROCADOS (WRK-IDX-ARQ) TO WRK-LA-TROCADOS.
           MOVE TAB-CNT-RET-DEPOIS (WRK-IDX-ARQ) TO WRK-LA-RET-DEPOIS.
           MOVE TAB-CNT-SOB-DEPOIS (WRK-IDX-ARQ) TO WRK-LA-SOB-DEPOIS.
           MOVE SPACES TO WRK-LA-OBSERVACAO.
           EVALUATE TRUE
               WHEN ARQUIVO-AUSENTE (WRK-IDX-ARQ)
                   MOVE 'ARQUIVO AUSENTE' TO WRK-LA-OBSERVACAO
               WHEN TAB-CNT-CONFLITOS (WRK-IDX-ARQ) > ZEROS
                   MOVE TAB-CNT-CONFLITOS (WRK-IDX-ARQ) TO WRK-CONT-ED
                   STRING WRK-CONT-ED DELIMITED BY SIZE
                          ' CONTRATO(S) MANTIDO(S) NO RETIRADO'
                          DELIMITED BY SIZE
                       INTO WRK-LA-OBSERVACAO
                   END-STRING
               WHEN TAB-CNT-RET-DEPOIS (WRK-IDX-ARQ) > ZEROS
                   MOVE 'CODIGO RETIRADO AINDA PRESENTE'
                       TO WRK-LA-OBSERVACAO
           END-EVALUATE.
           MOVE WRK-LINHA-ARQUIVO TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

      * UMA LINHA PARA A FUSAO E UMA POR ARQUIVO ALTERADO, COM A
      * QUANTIDADE DE REGISTROS TROCADOS
       0800-GRAVAR-AUDITORIA.
           MOVE WRK-USUARIO TO WRK-AU-USUARIO.
           MOVE SPACES TO WRK-AU-ACAO.
           STRING 'FUSAO CLI '     DELIMITED BY SIZE
                  WRK-RETIRADO     DELIMITED BY SIZE
                  ' EM '           DELIMITED BY SIZE
                  WRK-SOBREVIVENTE DELIMITED BY SIZE
               INTO WRK-AU-ACAO
           END-STRING.
           PERFORM 9570-GRAVAR-AUD-SEGURA.

           PERFORM VARYING WRK-IDX-ARQ FROM 1 BY 1
                   UNTIL WRK-IDX-ARQ > WRK-IDX-CONTRATOS
               IF TAB-CNT-TROCADOS (WRK-IDX-ARQ) > ZEROS
                   MOVE TAB-CNT-TROCADOS (WRK-IDX-ARQ) TO WRK-CONT-ED
                   MOVE SPACES TO WRK-AU-ACAO
                   STRING 'FUSAO '                   DELIMITED BY SIZE
                          TAB-ARQ-NOME (WRK-IDX-ARQ) DELIMITED BY SIZE
                          ' '                        DELIMITED BY SIZE
                          WRK-CONT-ED                DELIMITED BY SIZE
                       INTO WRK-AU-ACAO
                   END-STRING
                   PERFORM 9570-GRAVAR-AUD-SEGURA
               END-IF
           END-PERFORM.

      * QUADRO DE IMPRESSAO PADRAO DA FUSAO (IMPRESSO.CPY): QUEBRA DE
      * PAGINA COM TITULO E COLUNAS E MARCA DE FIM
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

           COPY CODSENHA.

           COPY GRAVAAUD.
