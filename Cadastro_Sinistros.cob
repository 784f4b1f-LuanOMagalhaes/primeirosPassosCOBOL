       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-SINISTROS.
      ***************************
      * Área de comentários
      * OBJETIVO: REGISTRO DOS SINISTROS (AVARIA OU EXTRAVIO DA
      * CARGA) DOS PEDIDOS JA EMBARCADOS, EM SINISTROS.DAT. O MODO A
      * ABRE O SINISTRO CONTRA O PEDIDO E O SEU EMBARQUE, COM O VALOR
      * DECLARADO SOMADO DOS ITENS DO PEDIDO (PED-VALOR) EM
      * PEDIDOS.DAT. O MODO M MOVIMENTA A SITUACAO: ABERTO, EM
      * ANALISE, APROVADO, PAGO OU NEGADO. O SINISTRO APROVADO GERA O
      * CREDITO DO CLIENTE EM CREDITOS.DAT (APLICADO PELO
      * RECEBE-PAGAMENTOS) E O RESSARCIMENTO A COBRAR DA
      * TRANSPORTADORA DO EMBARQUE EM RESSARC.DAT; A DECISAO (APROVADO,
      * NEGADO OU PAGO) FICA NO AUDITORIA.LOG COM O OPERADOR. O MODO L
      * LISTA OS SINISTROS E O MODO R EMITE O RELATORIO MENSAL POR
      * TRANSPORTADORA E POR UF (SINISTROS.DYYYYMMDD.RPT, ANOTADO NO
      * RELCAT.DAT), QUE MOSTRA QUE ROTAS ESTAO CUSTANDO INDENIZACAO
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
      * CADASTRO DE SINISTROS: O ARQUIVO INTEIRO E CARREGADO EM
      * TABELA E REESCRITO A CADA ABERTURA OU MOVIMENTO
           SELECT ARQ-SINISTROS ASSIGN TO 'SINISTROS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SINISTROS.

           SELECT ARQ-EMBARQUES ASSIGN TO 'EMBARQUES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EMBARQUES.

      * PEDIDOS.DAT: O CABECALHO DA O CLIENTE E A MOEDA, OS ITENS O
      * VALOR DECLARADO DA MERCADORIA; SOMENTE LEITURA
           SELECT ARQ-PEDIDOS ASSIGN TO 'PEDIDOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDIDOS.

      * PROMESSAS DE ENTREGA DO FRETE: DAO O CLIENTE DO PEDIDO QUE
      * JA NAO ESTA EM PEDIDOS.DAT
           SELECT ARQ-PROMESSAS ASSIGN TO 'PROMESSA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROMESSAS.

           SELECT ARQ-TRANSPORTADORAS ASSIGN TO 'TRANSPORTADORAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TSP-CODIGO
               FILE STATUS IS WRK-FS-TRANSPORTADORAS.

      * DETALHE DE FATURAMENTO (FATURA-FRETE): A FATURA DE ORIGEM DO
      * PEDIDO VAI NO CREDITO DO SINISTRO APROVADO
           SELECT ARQ-FAT-ITENS ASSIGN TO 'FATURA.ITN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FAT-ITENS.

      * CREDITO DO CLIENTE PELO SINISTRO APROVADO: NASCE PENDENTE
      * ('N', SALDO = VALOR) E O RECEBE-PAGAMENTOS (MODO C) O APLICA
           SELECT ARQ-CREDITOS ASSIGN TO 'CREDITOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDITOS.

      * RESSARCIMENTOS A COBRAR DAS TRANSPORTADORAS: UMA LINHA POR
      * SINISTRO APROVADO, CONTRA A TRANSPORTADORA DO EMBARQUE
           SELECT ARQ-RESSARC ASSIGN TO 'RESSARC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESSARC.

           SELECT ARQ-AUDITORIA ASSIGN TO 'AUDITORIA.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.

           SELECT ARQ-RELATORIO ASSIGN TO DYNAMIC WRK-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

           SELECT ARQ-CATALOGO ASSIGN TO 'RELCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CATALOGO.

      * TRAVA DA JANELA DE LOTE: SEM ABERTURA NEM MOVIMENTO DE
      * SINISTRO ENQUANTO O LOTE GRAVA EMBARQUES E CREDITOS
           SELECT ARQ-TRAVA ASSIGN TO 'LOTELOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRAVA.

      * FECHAMENTO CONTABIL (FECHA-PERIODO): A APROVACAO LANCA
      * CREDITO DATADO DE HOJE E E RECUSADA COM O MES FECHADO
           SELECT ARQ-PERIODOS ASSIGN TO 'PERIODOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODOS.

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

           SELECT ARQ-PERMISSOES ASSIGN TO 'PERMISSOES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERMISSOES.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SINISTROS
           RECORDING MODE IS F.
       01  REG-SINISTRO.
           05 SIN-NUMERO         PIC 9(06).
           05 SIN-PEDIDO         PIC 9(06).
           05 SIN-CLIENTE        PIC X(06).
           05 SIN-UF             PIC X(02).
           05 SIN-TRANSPORTADORA PIC X(04).
      * A = AVARIA, E = EXTRAVIO
           05 SIN-TIPO           PIC X(01).
           05 SIN-DATA-ABERTURA  PIC 9(08).
           05 SIN-VALOR-DECLARADO PIC 9(10)V99.
           05 SIN-VALOR-RECLAMADO PIC 9(10)V99.
           05 SIN-VALOR-APROVADO PIC 9(10)V99.
      * A = ABERTO, N = EM ANALISE, V = APROVADO, P = PAGO,
      * R = NEGADO
           05 SIN-SITUACAO       PIC X(01).
           05 SIN-DATA-SITUACAO  PIC 9(08).

       FD  ARQ-EMBARQUES
           RECORDING MODE IS F.
       01  REG-EMBARQUE.
           05 EMB-NUMERO      PIC 9(06).
           05 EMB-UF          PIC X(02).
           05 EMB-PESO        PIC 9(06)V99.
           05 EMB-FRETE       PIC 9(10)V99.
           05 EMB-TRANSPORTADORA PIC X(04).
           05 EMB-DATA-ENTREGA PIC 9(08).
           05 EMB-ROMANEIO    PIC 9(06).

       FD  ARQ-PEDIDOS
           RECORDING MODE IS F.
       01  REG-PEDIDO         PIC X(57).

       FD  ARQ-PROMESSAS
           RECORDING MODE IS F.
       01  REG-PROMESSA.
           05 PRO-NUMERO      PIC 9(06).
           05 PRO-CLIENTE     PIC X(06).
           05 PRO-UF          PIC X(02).
           05 PRO-METODO      PIC X(01).
           05 PRO-DATA-ENTREGA PIC 9(08).

       FD  ARQ-TRANSPORTADORAS.
       01  REG-TRANSPORTADORA.
           05 TSP-CODIGO      PIC X(04).
           05 TSP-NOME        PIC X(30).
           05 TSP-CONTATO     PIC X(30).

       FD  ARQ-FAT-ITENS
           RECORDING MODE IS F.
       01  REG-FAT-ITEM.
           05 FIT-FATURA      PIC 9(06).
           05 FIT-PEDIDO      PIC 9(06).
           05 FIT-CLIENTE     PIC X(06).
           05 FIT-VALOR       PIC 9(10)V99.
           05 FIT-DATA        PIC 9(08).
           05 FIT-UF-ORIGEM   PIC X(02).
           05 FIT-UF-DESTINO  PIC X(02).
           05 FIT-ALIQUOTA    PIC 9(02)V99.
           05 FIT-ICMS        PIC 9(08)V99.
           05 FIT-CONSOLIDACAO PIC 9(06).

       FD  ARQ-CREDITOS
           RECORDING MODE IS F.
       01  REG-CREDITO.
           05 CRE-PEDIDO      PIC 9(06).
           05 CRE-FATURA      PIC 9(06).
           05 CRE-CLIENTE     PIC X(06).
           05 CRE-VALOR       PIC 9(10)V99.
           05 CRE-DATA        PIC 9(08).
           05 CRE-SITUACAO    PIC X(01).
           05 CRE-SALDO       PIC 9(10)V99.
           05 CRE-DATA-APLIC  PIC 9(08).

       FD  ARQ-RESSARC
           RECORDING MODE IS F.
       01  REG-RESSARC.
           05 RSS-TRANSPORTADORA PIC X(04).
           05 RSS-SINISTRO       PIC 9(06).
           05 RSS-PEDIDO         PIC 9(06).
           05 RSS-UF             PIC X(02).
           05 RSS-VALOR          PIC 9(10)V99.
           05 RSS-DATA           PIC 9(08).
      * A = A COBRAR DA TRANSPORTADORA
           05 RSS-SITUACAO       PIC X(01).

       FD  ARQ-AUDITORIA
           RECORDING MODE IS F.
       01  REG-AUDITORIA      PIC X(96).

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO      PIC X(132).

       FD  ARQ-CATALOGO
           RECORDING MODE IS F.
       01  REG-CATALOGO       PIC X(57).

       FD  ARQ-TRAVA
           RECORDING MODE IS F.
       01  REG-TRAVA          PIC X(29).

       FD  ARQ-PERIODOS
           RECORDING MODE IS F.
       01  REG-PERIODO        PIC X(35).

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

       FD  ARQ-PERMISSOES
           RECORDING MODE IS F.
       01  REG-PERMISSAO        PIC X(75).

       WORKING-STORAGE SECTION.
       77 WRK-FS-USUARIOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-DELEGACOES PIC X(02) VALUE ZEROS.
       77 WRK-FS-PERMISSOES PIC X(02) VALUE ZEROS.
       77 WRK-FS-SINISTROS PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMBARQUES PIC X(02) VALUE ZEROS.
       77 WRK-FS-PEDIDOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-PROMESSAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRANSPORTADORAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-FAT-ITENS PIC X(02) VALUE ZEROS.
       77 WRK-FS-CREDITOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-RESSARC PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITORIA PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATALOGO PIC X(02) VALUE ZEROS.
       77 WRK-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WRK-FS-TRAVA PIC X(02) VALUE ZEROS.
       77 WRK-FS-PERIODOS PIC X(02) VALUE ZEROS.
       77 WRK-EOF-SINISTROS PIC X(01) VALUE 'N'.
         88 FIM-SINISTROS VALUE 'S'.
       77 WRK-EOF-EMBARQUES PIC X(01) VALUE 'N'.
         88 FIM-EMBARQUES VALUE 'S'.
       77 WRK-EOF-PEDIDOS PIC X(01) VALUE 'N'.
         88 FIM-PEDIDOS VALUE 'S'.
       77 WRK-EOF-PROMESSAS PIC X(01) VALUE 'N'.
         88 FIM-PROMESSAS VALUE 'S'.
       77 WRK-EOF-TRANSPORTADORAS PIC X(01) VALUE 'N'.
         88 FIM-TRANSPORTADORAS VALUE 'S'.
       77 WRK-EOF-FAT-ITENS PIC X(01) VALUE 'N'.
         88 FIM-FAT-ITENS VALUE 'S'.

       COPY TRAVALOTE.

       COPY PERIODO.

       COPY AUDSEG.

       COPY CATREL.

       COPY IMPRESSO.

       77 WRK-MODO PIC X(01) VALUE SPACES.
         88 MODO-ABRIR      VALUE 'A'.
         88 MODO-MOVIMENTAR VALUE 'M'.
         88 MODO-LISTAR     VALUE 'L'.
         88 MODO-RELATORIO  VALUE 'R'.

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

      * ARQUIVO INTEIRO RETIDO EM TABELA, NAS MESMAS COLUNAS DO
      * REGISTRO: A GRAVACAO REESCREVE O SINISTROS.DAT COMPLETO
       77 WRK-QTD-SINISTROS PIC 9(03) VALUE ZEROS.
       77 WRK-ULT-NUMERO PIC 9(06) VALUE ZEROS.
       01 TAB-SINISTROS.
           05 TAB-SIN-ITEM OCCURS 500 TIMES
                            INDEXED BY IDX-SIN.
               10 TAB-SIN-NUMERO      PIC 9(06).
               10 TAB-SIN-PEDIDO      PIC 9(06).
               10 TAB-SIN-CLIENTE     PIC X(06).
               10 TAB-SIN-UF          PIC X(02).
               10 TAB-SIN-TRANSP      PIC X(04).
               10 TAB-SIN-TIPO        PIC X(01).
               10 TAB-SIN-DATA-ABERT  PIC 9(08).
               10 TAB-SIN-DECLARADO   PIC 9(10)V99.
               10 TAB-SIN-RECLAMADO   PIC 9(10)V99.
               10 TAB-SIN-APROVADO    PIC 9(10)V99.
               10 TAB-SIN-SITUACAO    PIC X(01).
               10 TAB-SIN-DATA-SIT    PIC 9(08).
       77 WRK-IDX-GRAVA PIC 9(03) VALUE ZEROS.
       77 WRK-FLAG-SINISTRO PIC X(01) VALUE 'N'.
         88 SINISTRO-ACHADO VALUE 'S'.

      * VISAO DE TRABALHO DO PEDIDOS.DAT, NAS MESMAS COLUNAS DO FRETE
       01 WRK-REG-PEDIDO.
           05 WRK-PED-TIPO    PIC X(01).
             88 REG-CABECALHO VALUE '1'.
             88 REG-ITEM      VALUE '2'.
           05 WRK-PED-NUMERO  PIC 9(06).
           05 WRK-PED-DADOS   PIC X(50).
           05 WRK-PED-CAB REDEFINES WRK-PED-DADOS.
               10 WRK-PED-CLIENTE PIC X(06).
               10 WRK-PED-UF      PIC X(02).
               10 WRK-PED-METODO  PIC X(01).
               10 WRK-PED-MOEDA   PIC X(03).
               10 WRK-PED-ORIGEM  PIC X(03).
               10 FILLER          PIC X(35).
           05 WRK-PED-ITEM REDEFINES WRK-PED-DADOS.
               10 WRK-PED-PRODUTO PIC X(20).
               10 WRK-PED-VALOR   PIC 9(06)V99.
               10 FILLER          PIC X(22).

      * CAMPOS DA DIGITACAO: NUMEROS ENTRAM COMO DIGITOS PUROS EM
      * CAMPO X REDEFINIDO (DECIMAIS IMPLICITOS), COMO NAS DEMAIS
      * ENTRADAS DE CONSOLE DA SUITE
       77 WRK-PEDIDO-X PIC X(06) VALUE SPACES.
       77 WRK-PEDIDO REDEFINES WRK-PEDIDO-X PIC 9(06).
       77 WRK-SINISTRO-X PIC X(06) VALUE SPACES.
       77 WRK-SINISTRO REDEFINES WRK-SINISTRO-X PIC 9(06).
       77 WRK-VALOR-X PIC X(12) VALUE SPACES.
       77 WRK-VALOR REDEFINES WRK-VALOR-X PIC 9(10)V99.
       77 WRK-MES-X PIC X(06) VALUE SPACES.
       77 WRK-MES REDEFINES WRK-MES-X PIC 9(06).
       77 WRK-TIPO PIC X(01) VALUE SPACES.
         88 TIPO-VALIDO VALUE 'A' 'E'.
       77 WRK-NOVA-SITUACAO PIC X(01) VALUE SPACES.
       77 WRK-CLIENTE PIC X(06) VALUE SPACES.
       77 WRK-OPERADOR PIC X(20) VALUE SPACES.
       77 WRK-FLAG-CAMPO PIC X(01) VALUE 'N'.
         88 CAMPO-VALIDO VALUE 'S'.
       77 WRK-RESPOSTA PIC X(01) VALUE SPACES.

      * DADOS DO PEDIDO SINISTRADO: EMBARQUE E VALOR DECLARADO
       77 WRK-FLAG-EMBARQUE PIC X(01) VALUE 'N'.
         88 EMBARQUE-ACHADO VALUE 'S'.
       77 WRK-EMB-UF PIC X(02) VALUE SPACES.
       77 WRK-EMB-TRANSP PIC X(04) VALUE SPACES.
       77 WRK-FLAG-PEDIDO PIC X(01) VALUE 'N'.
         88 PEDIDO-ACHADO VALUE 'S'.
       77 WRK-MOEDA PIC X(03) VALUE SPACES.
       77 WRK-DECLARADO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-RECLAMADO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-APROVADO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-FATURA PIC 9(06) VALUE ZEROS.

       77 WRK-SITUACAO-TXT PIC X(12) VALUE SPACES.
       77 WRK-TIPO-TXT PIC X(08) VALUE SPACES.
       77 WRK-VALOR-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR2-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CONT-ED PIC ZZZZ9 VALUE ZEROS.

      * ACUMULADORES DO RELATORIO MENSAL: UMA LINHA POR
      * TRANSPORTADORA E UMA POR UF COM SINISTRO ABERTO NO MES
       77 WRK-QTD-TRANSP PIC 9(03) VALUE ZEROS.
       01 TAB-REL-TRANSP.
           05 TAB-RTR-ITEM OCCURS 100 TIMES
                            INDEXED BY IDX-RTR.
               10 TAB-RTR-CODIGO     PIC X(04).
               10 TAB-RTR-QTD        PIC 9(05).
               10 TAB-RTR-ABERTOS    PIC 9(05).
               10 TAB-RTR-NEGADOS    PIC 9(05).
               10 TAB-RTR-DECLARADO  PIC 9(12)V99.
               10 TAB-RTR-INDENIZADO PIC 9(12)V99.
       77 WRK-QTD-UFS PIC 9(03) VALUE ZEROS.
       01 TAB-REL-UF.
           05 TAB-RUF-ITEM OCCURS 30 TIMES
                            INDEXED BY IDX-RUF.
               10 TAB-RUF-UF         PIC X(02).
               10 TAB-RUF-QTD        PIC 9(05).
               10 TAB-RUF-ABERTOS    PIC 9(05).
               10 TAB-RUF-NEGADOS    PIC 9(05).
               10 TAB-RUF-DECLARADO  PIC 9(12)V99.
               10 TAB-RUF-INDENIZADO PIC 9(12)V99.
       77 WRK-IDX-REL PIC 9(03) VALUE ZEROS.
       77 WRK-TOT-QTD PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-DECLARADO PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-INDENIZADO PIC 9(12)V99 VALUE ZEROS.
       77 WRK-INDENIZADO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-NOME-TRANSP PIC X(30) VALUE SPACES.
       77 WRK-FLAG-CADASTRO PIC X(01) VALUE 'N'.
         88 CADASTRO-ABERTO VALUE 'S'.

       01 WRK-LINHA-SINISTRO.
           05 WRK-LS-CHAVE       PIC X(36).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LS-QTD         PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LS-ABERTOS     PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LS-NEGADOS     PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LS-DECLARADO   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LS-INDENIZADO  PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      * CABECALHO DE COLUNAS, ALINHADO COLUNA A COLUNA COM
      * WRK-LINHA-SINISTRO ACIMA, REPETIDO A CADA PAGINA
       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(36) VALUE
               'TRANSPORTADORA / UF'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(05) VALUE 'QTDE'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(05) VALUE 'ABERT'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(05) VALUE 'NEGAD'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(17) VALUE
               ' VALOR DECLARADO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(17) VALUE
               '      INDENIZADO'.

       COPY SENHA.

       COPY PERMISSAO.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-SINISTROS.
           MOVE 'N' TO WRK-EOF-EMBARQUES.
           MOVE 'N' TO WRK-EOF-PEDIDOS.
           MOVE 'N' TO WRK-EOF-PROMESSAS.
           MOVE 'N' TO WRK-EOF-TRANSPORTADORAS.
           MOVE 'N' TO WRK-EOF-FAT-ITENS.
           MOVE 'N' TO WRK-FLAG-CADASTRO.
           MOVE ZEROS TO WRK-QTD-SINISTROS.
           MOVE ZEROS TO WRK-ULT-NUMERO.
           MOVE ZEROS TO WRK-QTD-TRANSP.
           MOVE ZEROS TO WRK-QTD-UFS.
           MOVE ZEROS TO WRK-TOT-QTD.
           MOVE ZEROS TO WRK-TOT-DECLARADO.
           MOVE ZEROS TO WRK-TOT-INDENIZADO.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           DISPLAY 'MODO (A=ABRIR SINISTRO, M=MOVIMENTAR SITUACAO,'
           DISPLAY '      L=LISTAR, R=RELATORIO MENSAL)'
           ACCEPT WRK-MODO FROM CONSOLE.

      * SO SEGUE QUEM A MATRIZ DE PERMISSOES AUTORIZA NESTE MODO
      * (USUARIO E SENHA EM USERS.DAT, RECUSA NO AUDITORIA.LOG)
           PERFORM 9519-REINICIAR-PERMISSOES.
           MOVE 'CADASTRO-SINISTROS' TO WRK-PM-PROGRAMA.
           MOVE WRK-MODO TO WRK-PM-MODO.
           PERFORM 9535-AUTORIZAR-OPERACAO.
           IF NOT PERMISSAO-CONCEDIDA
               GOBACK
           END-IF.

           IF MODO-ABRIR OR MODO-MOVIMENTAR
               PERFORM 9550-CONFERIR-TRAVA
               IF TRAVA-ATIVA
                   DISPLAY 'JANELA DE LOTE EM USO POR '
                       WRK-TL-PROGRAMA ' DESDE ' WRK-TL-DATA
                       ' - MANUTENCAO DE SINISTROS RECUSADA'
                   GOBACK
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN MODO-ABRIR
                   PERFORM 0200-CARREGAR-SINISTROS
                   PERFORM 0300-ABRIR-SINISTRO
               WHEN MODO-MOVIMENTAR
                   PERFORM 0200-CARREGAR-SINISTROS
                   PERFORM 0400-MOVIMENTAR-SINISTRO
               WHEN MODO-LISTAR
                   PERFORM 0200-CARREGAR-SINISTROS
                   PERFORM 0500-LISTAR-SINISTROS
               WHEN MODO-RELATORIO
                   PERFORM 0200-CARREGAR-SINISTROS
                   PERFORM 0700-RELATORIO-MENSAL
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO'
           END-EVALUATE.

           GOBACK.

      * ARQUIVO AUSENTE E CADASTRO VAZIO: O PRIMEIRO SINISTRO O CRIA
       0200-CARREGAR-SINISTROS.
           OPEN INPUT ARQ-SINISTROS.
           IF WRK-FS-SINISTROS = '35'
               CONTINUE
           ELSE
               IF WRK-FS-SINISTROS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR SINISTROS.DAT - FS='
                       WRK-FS-SINISTROS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL FIM-SINISTROS
                   READ ARQ-SINISTROS
                       AT END
                           MOVE 'S' TO WRK-EOF-SINISTROS
                       NOT AT END
                           PERFORM 0210-GUARDAR-SINISTRO
                   END-READ
               END-PERFORM
               CLOSE ARQ-SINISTROS
           END-IF.

       0210-GUARDAR-SINISTRO.
           IF WRK-QTD-SINISTROS < 500
               ADD 1 TO WRK-QTD-SINISTROS
               MOVE REG-SINISTRO TO TAB-SIN-ITEM (WRK-QTD-SINISTROS)
               IF SIN-NUMERO > WRK-ULT-NUMERO
                   MOVE SIN-NUMERO TO WRK-ULT-NUMERO
               END-IF
           ELSE
               DISPLAY 'TABELA DE SINISTROS CHEIA - SINISTRO '
                   'IGNORADO ' SIN-NUMERO
           END-IF.

      * ABERTURA: SO PEDIDO EMBARCADO E SEM OUTRO SINISTRO EM
      * ANDAMENTO. A TRANSPORTADORA E A UF SAO AS DO EMBARQUE; O
      * VALOR DECLARADO E A SOMA DOS ITENS DO PEDIDO
       0300-ABRIR-SINISTRO.
           IF WRK-QTD-SINISTROS NOT < 500
               DISPLAY 'TABELA DE SINISTROS CHEIA - ABERTURA RECUSADA'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0310-OBTER-PEDIDO
               PERFORM 0320-BUSCAR-EMBARQUE
               IF NOT EMBARQUE-ACHADO
                   DISPLAY 'PEDIDO ' WRK-PEDIDO ' SEM EMBARQUE EM '
                       'EMBARQUES.DAT - SINISTRO RECUSADO'
               ELSE
                   PERFORM 0330-CONFERIR-DUPLICIDADE
                   IF SINISTRO-ACHADO
                       DISPLAY 'PEDIDO ' WRK-PEDIDO ' JA TEM O '
                           'SINISTRO ' TAB-SIN-NUMERO (IDX-SIN)
                           ' EM ANDAMENTO - SINISTRO RECUSADO'
                   ELSE
                       PERFORM 0340-APURAR-DECLARADO
                       PERFORM 0350-DIGITAR-SINISTRO
                   END-IF
               END-IF
           END-IF.

       0310-OBTER-PEDIDO.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'NUMERO DO PEDIDO SINISTRADO (6 DIGITOS)'
               ACCEPT WRK-PEDIDO-X FROM CONSOLE
               IF WRK-PEDIDO-X NUMERIC
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'PEDIDO INVALIDO - SO DIGITOS'
               END-IF
           END-PERFORM.

       0320-BUSCAR-EMBARQUE.
           MOVE 'N' TO WRK-FLAG-EMBARQUE.
           MOVE 'N' TO WRK-EOF-EMBARQUES.
           OPEN INPUT ARQ-EMBARQUES.
           IF WRK-FS-EMBARQUES NOT = '00'
               DISPLAY 'ERRO AO ABRIR EMBARQUES.DAT - FS='
                   WRK-FS-EMBARQUES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL FIM-EMBARQUES
               READ ARQ-EMBARQUES
                   AT END
                       MOVE 'S' TO WRK-EOF-EMBARQUES
                   NOT AT END
                       IF EMB-NUMERO = WRK-PEDIDO
                           SET EMBARQUE-ACHADO TO TRUE
                           MOVE EMB-UF TO WRK-EMB-UF
                           MOVE EMB-TRANSPORTADORA TO WRK-EMB-TRANSP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-EMBARQUES.

      * SINISTRO NEGADO NAO IMPEDE UM NOVO PARA O MESMO PEDIDO
       0330-CONFERIR-DUPLICIDADE.
           MOVE 'N' TO WRK-FLAG-SINISTRO.
           SET IDX-SIN TO 1.
           SEARCH TAB-SIN-ITEM
               AT END
                   CONTINUE
               WHEN IDX-SIN > WRK-QTD-SINISTROS
                   CONTINUE
               WHEN TAB-SIN-PEDIDO (IDX-SIN) = WRK-PEDIDO
                   AND TAB-SIN-SITUACAO (IDX-SIN) NOT = 'R'
                   SET SINISTRO-ACHADO TO TRUE
           END-SEARCH.

      * O CLIENTE VEM DO CABECALHO DO PEDIDO OU, JA FORA DE
      * PEDIDOS.DAT, DA PROMESSA DE ENTREGA; SEM NENHUM DOS DOIS O
      * OPERADOR O INFORMA. ITENS EM MOEDA ESTRANGEIRA OU PEDIDO FORA
      * DO ARQUIVO: O OPERADOR DIGITA O VALOR DECLARADO EM REAIS
       0340-APURAR-DECLARADO.
           MOVE 'N' TO WRK-FLAG-PEDIDO.
           MOVE 'N' TO WRK-EOF-PEDIDOS.
           MOVE SPACES TO WRK-CLIENTE.
           MOVE SPACES TO WRK-MOEDA.
           MOVE ZEROS TO WRK-DECLARADO.
           OPEN INPUT ARQ-PEDIDOS.
           IF WRK-FS-PEDIDOS = '00'
               PERFORM UNTIL FIM-PEDIDOS
                   READ ARQ-PEDIDOS
                       AT END
                           MOVE 'S' TO WRK-EOF-PEDIDOS
                       NOT AT END
                           MOVE REG-PEDIDO TO WRK-REG-PEDIDO
                           PERFORM 0345-SOMAR-ITEM
                   END-READ
               END-PERFORM
               CLOSE ARQ-PEDIDOS
           END-IF.

           IF NOT PEDIDO-ACHADO
               PERFORM 0347-BUSCAR-PROMESSA
           END-IF.
           IF WRK-CLIENTE = SPACES
               PERFORM WITH TEST AFTER UNTIL WRK-CLIENTE NOT = SPACES
                   DISPLAY 'CLIENTE DO PEDIDO NAO ENCONTRADO - '
                       'INFORME O CODIGO DO CLIENTE'
                   ACCEPT WRK-CLIENTE FROM CONSOLE
               END-PERFORM
           END-IF.

           EVALUATE TRUE
               WHEN NOT PEDIDO-ACHADO
                   DISPLAY 'PEDIDO FORA DE PEDIDOS.DAT - INFORME O '
                       'VALOR DECLARADO'
                   PERFORM 0349-DIGITAR-DECLARADO
               WHEN WRK-MOEDA NOT = 'BRL' AND WRK-MOEDA NOT = SPACES
                   MOVE WRK-DECLARADO TO WRK-VALOR-ED
                   DISPLAY 'ITENS DO PEDIDO SOMAM ' WRK-MOEDA
                       WRK-VALOR-ED ' - INFORME O VALOR EM REAIS'
                   PERFORM 0349-DIGITAR-DECLARADO
               WHEN OTHER
                   MOVE WRK-DECLARADO TO WRK-VALOR-ED
                   DISPLAY 'VALOR DECLARADO (ITENS DO PEDIDO): R$'
                       WRK-VALOR-ED
           END-EVALUATE.

       0345-SOMAR-ITEM.
           IF WRK-PED-NUMERO = WRK-PEDIDO
               IF REG-CABECALHO
                   SET PEDIDO-ACHADO TO TRUE
                   MOVE WRK-PED-CLIENTE TO WRK-CLIENTE
                   MOVE WRK-PED-MOEDA TO WRK-MOEDA
               END-IF
               IF REG-ITEM AND WRK-PED-VALOR IS NUMERIC
                   ADD WRK-PED-VALOR TO WRK-DECLARADO
               END-IF
           END-IF.

       0347-BUSCAR-PROMESSA.
           MOVE 'N' TO WRK-EOF-PROMESSAS.
           OPEN INPUT ARQ-PROMESSAS.
           IF WRK-FS-PROMESSAS = '00'
               PERFORM UNTIL FIM-PROMESSAS
                   READ ARQ-PROMESSAS
                       AT END
                           MOVE 'S' TO WRK-EOF-PROMESSAS
                       NOT AT END
                           IF PRO-NUMERO = WRK-PEDIDO
                               MOVE PRO-CLIENTE TO WRK-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PROMESSAS
           END-IF.

       0349-DIGITAR-DECLARADO.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'VALOR DECLARADO EM R$ (12 DIGITOS, 2 '
                   'DECIMAIS IMPLICITOS)'
               ACCEPT WRK-VALOR-X FROM CONSOLE
               IF WRK-VALOR-X NUMERIC AND WRK-VALOR > ZEROS
                   MOVE WRK-VALOR TO WRK-DECLARADO
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'VALOR INVALIDO - SO DIGITOS, MAIOR QUE '
                       'ZERO'
               END-IF
           END-PERFORM.

      * O VALOR RECLAMADO PELO CLIENTE NAO PASSA DO DECLARADO; EM
      * BRANCO, E O PROPRIO DECLARADO (EXTRAVIO DA CARGA INTEIRA)
       0350-DIGITAR-SINISTRO.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'TIPO (A=AVARIA, E=EXTRAVIO)'
               ACCEPT WRK-TIPO FROM CONSOLE
               IF TIPO-VALIDO
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'TIPO INVALIDO - A OU E'
               END-IF
           END-PERFORM.

           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'VALOR RECLAMADO EM R$ (12 DIGITOS, 2 DECIMAIS'
                   ' IMPLICITOS; EM BRANCO = DECLARADO)'
               MOVE SPACES TO WRK-VALOR-X
               ACCEPT WRK-VALOR-X FROM CONSOLE
               EVALUATE TRUE
                   WHEN WRK-VALOR-X = SPACES
                       MOVE WRK-DECLARADO TO WRK-RECLAMADO
                       SET CAMPO-VALIDO TO TRUE
                   WHEN WRK-VALOR-X NOT NUMERIC
                       DISPLAY 'VALOR INVALIDO - SO DIGITOS'
                   WHEN WRK-VALOR = ZEROS
                       DISPLAY 'VALOR RECLAMADO DEVE SER MAIOR QUE '
                           'ZERO'
                   WHEN WRK-VALOR > WRK-DECLARADO
                       DISPLAY 'VALOR RECLAMADO ACIMA DO DECLARADO'
                   WHEN OTHER
                       MOVE WRK-VALOR TO WRK-RECLAMADO
                       SET CAMPO-VALIDO TO TRUE
               END-EVALUATE
           END-PERFORM.

           MOVE WRK-RECLAMADO TO WRK-VALOR-ED.
           DISPLAY 'PEDIDO ' WRK-PEDIDO ' CLIENTE ' WRK-CLIENTE
               ' TRANSPORTADORA ' WRK-EMB-TRANSP ' UF ' WRK-EMB-UF.
           DISPLAY 'RECLAMADO R$' WRK-VALOR-ED
               ' - CONFIRMA A ABERTURA (S/N)?'.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
               ADD 1 TO WRK-ULT-NUMERO
               ADD 1 TO WRK-QTD-SINISTROS
               MOVE WRK-ULT-NUMERO TO SIN-NUMERO
               MOVE WRK-PEDIDO     TO SIN-PEDIDO
               MOVE WRK-CLIENTE    TO SIN-CLIENTE
               MOVE WRK-EMB-UF     TO SIN-UF
               MOVE WRK-EMB-TRANSP TO SIN-TRANSPORTADORA
               MOVE WRK-TIPO       TO SIN-TIPO
               MOVE WRK-DATA-HOJE  TO SIN-DATA-ABERTURA
               MOVE WRK-DECLARADO  TO SIN-VALOR-DECLARADO
               MOVE WRK-RECLAMADO  TO SIN-VALOR-RECLAMADO
               MOVE ZEROS          TO SIN-VALOR-APROVADO
               MOVE 'A'            TO SIN-SITUACAO
               MOVE WRK-DATA-HOJE  TO SIN-DATA-SITUACAO
               MOVE REG-SINISTRO TO TAB-SIN-ITEM (WRK-QTD-SINISTROS)
               PERFORM 0600-GRAVAR-SINISTROS
               DISPLAY 'SINISTRO ' WRK-ULT-NUMERO ' ABERTO'
           ELSE
               DISPLAY 'ABERTURA CANCELADA'
           END-IF.

      * MOVIMENTO DE SITUACAO. CAMINHOS ACEITOS: ABERTO PARA EM
      * ANALISE, APROVADO OU NEGADO; EM ANALISE PARA APROVADO OU
      * NEGADO; APROVADO PARA PAGO. PAGO E NEGADO SAO FINAIS
       0400-MOVIMENTAR-SINISTRO.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'NUMERO DO SINISTRO (6 DIGITOS)'
               ACCEPT WRK-SINISTRO-X FROM CONSOLE
               IF WRK-SINISTRO-X NUMERIC
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'SINISTRO INVALIDO - SO DIGITOS'
               END-IF
           END-PERFORM.

           MOVE 'N' TO WRK-FLAG-SINISTRO.
           SET IDX-SIN TO 1.
           SEARCH TAB-SIN-ITEM
               AT END
                   CONTINUE
               WHEN IDX-SIN > WRK-QTD-SINISTROS
                   CONTINUE
               WHEN TAB-SIN-NUMERO (IDX-SIN) = WRK-SINISTRO
                   SET SINISTRO-ACHADO TO TRUE
           END-SEARCH.
           IF NOT SINISTRO-ACHADO
               DISPLAY 'SINISTRO ' WRK-SINISTRO ' NAO CADASTRADO'
           ELSE
               MOVE TAB-SIN-ITEM (IDX-SIN) TO REG-SINISTRO
               PERFORM 0510-MOSTRAR-SINISTRO
               IF SIN-SITUACAO = 'P' OR SIN-SITUACAO = 'R'
                   DISPLAY 'SINISTRO ENCERRADO - SEM MOVIMENTO'
               ELSE
                   PERFORM 0410-OBTER-SITUACAO
               END-IF
           END-IF.

       0410-OBTER-SITUACAO.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               EVALUATE SIN-SITUACAO
                   WHEN 'A'
                       DISPLAY 'NOVA SITUACAO (N=EM ANALISE, '
                           'V=APROVADO, R=NEGADO)'
                   WHEN 'N'
                       DISPLAY 'NOVA SITUACAO (V=APROVADO, R=NEGADO)'
                   WHEN OTHER
                       DISPLAY 'NOVA SITUACAO (P=PAGO)'
               END-EVALUATE
               ACCEPT WRK-NOVA-SITUACAO FROM CONSOLE
               EVALUATE TRUE
                   WHEN SIN-SITUACAO = 'A'
                       AND (WRK-NOVA-SITUACAO = 'N' OR 'V' OR 'R')
                       SET CAMPO-VALIDO TO TRUE
                   WHEN SIN-SITUACAO = 'N'
                       AND (WRK-NOVA-SITUACAO = 'V' OR 'R')
                       SET CAMPO-VALIDO TO TRUE
                   WHEN SIN-SITUACAO = 'V'
                       AND WRK-NOVA-SITUACAO = 'P'
                       SET CAMPO-VALIDO TO TRUE
                   WHEN OTHER
                       DISPLAY 'SITUACAO INVALIDA PARA ESTE SINISTRO'
               END-EVALUATE
           END-PERFORM.

           IF WRK-NOVA-SITUACAO = 'V'
               PERFORM 9560-CARREGAR-PERIODO
               MOVE WRK-DATA-HOJE TO WRK-PF-DATA-DOC
               PERFORM 9565-CONFERIR-PERIODO
           ELSE
               MOVE 'N' TO WRK-PF-FLAG-FECHADO
           END-IF.

           IF PERIODO-FECHADO
               DISPLAY 'MES ' WRK-PF-DOC-ANOMES ' FECHADO NA '
                   'CONTABILIDADE - APROVACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-NOVA-SITUACAO = 'V'
                   PERFORM 0420-OBTER-APROVADO
               END-IF
               PERFORM 0430-CONFIRMAR-MOVIMENTO
           END-IF.

      * O VALOR APROVADO NAO PASSA DO DECLARADO; EM BRANCO, E O
      * VALOR RECLAMADO
       0420-OBTER-APROVADO.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'VALOR APROVADO EM R$ (12 DIGITOS, 2 DECIMAIS '
                   'IMPLICITOS; EM BRANCO = RECLAMADO)'
               MOVE SPACES TO WRK-VALOR-X
               ACCEPT WRK-VALOR-X FROM CONSOLE
               EVALUATE TRUE
                   WHEN WRK-VALOR-X = SPACES
                       MOVE SIN-VALOR-RECLAMADO TO WRK-APROVADO
                       SET CAMPO-VALIDO TO TRUE
                   WHEN WRK-VALOR-X NOT NUMERIC
                       DISPLAY 'VALOR INVALIDO - SO DIGITOS'
                   WHEN WRK-VALOR = ZEROS
                       DISPLAY 'VALOR ZERO - USE R=NEGADO'
                   WHEN WRK-VALOR > SIN-VALOR-DECLARADO
                       DISPLAY 'VALOR APROVADO ACIMA DO DECLARADO'
                   WHEN OTHER
                       MOVE WRK-VALOR TO WRK-APROVADO
                       SET CAMPO-VALIDO TO TRUE
               END-EVALUATE
           END-PERFORM.

       0430-CONFIRMAR-MOVIMENTO.
      * O OPERADOR RESPONSAVEL E O IDENTIFICADO NA ENTRADA
           MOVE WRK-PM-USUARIO TO WRK-OPERADOR.
           MOVE WRK-NOVA-SITUACAO TO SIN-SITUACAO.
           PERFORM 0520-TRADUZIR-SITUACAO.
           DISPLAY 'CONFIRMA ' WRK-SITUACAO-TXT ' PARA O SINISTRO '
               SIN-NUMERO ' (S/N)?'.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
               MOVE WRK-DATA-HOJE TO SIN-DATA-SITUACAO
               IF SIN-SITUACAO = 'V'
                   MOVE WRK-APROVADO TO SIN-VALOR-APROVADO
                   PERFORM 0440-EMITIR-CREDITO
                   PERFORM 0450-EMITIR-RESSARCIMENTO
               END-IF
               MOVE REG-SINISTRO TO TAB-SIN-ITEM (IDX-SIN)
               IF SIN-SITUACAO NOT = 'N'
                   PERFORM 0460-GRAVAR-AUDITORIA
               END-IF
               DISPLAY 'SINISTRO ' SIN-NUMERO ' AGORA '
                   WRK-SITUACAO-TXT
               PERFORM 0600-GRAVAR-SINISTROS
           ELSE
               DISPLAY 'MOVIMENTO CANCELADO'
           END-IF.

      * CREDITO AO CLIENTE NO VALOR APROVADO, COM A FATURA DO PEDIDO
      * QUANDO ELE JA FOI FATURADO (ZEROS QUANDO AINDA NAO)
       0440-EMITIR-CREDITO.
           MOVE ZEROS TO WRK-FATURA.
           MOVE 'N' TO WRK-EOF-FAT-ITENS.
           OPEN INPUT ARQ-FAT-ITENS.
           IF WRK-FS-FAT-ITENS = '00'
               PERFORM UNTIL FIM-FAT-ITENS
                   READ ARQ-FAT-ITENS
                       AT END
                           MOVE 'S' TO WRK-EOF-FAT-ITENS
                       NOT AT END
                           IF FIT-PEDIDO = SIN-PEDIDO
                               MOVE FIT-FATURA TO WRK-FATURA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-FAT-ITENS
           END-IF.

           OPEN EXTEND ARQ-CREDITOS.
           IF WRK-FS-CREDITOS = '35'
               OPEN OUTPUT ARQ-CREDITOS
           END-IF.
           IF WRK-FS-CREDITOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR CREDITOS.DAT - FS='
                   WRK-FS-CREDITOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SIN-PEDIDO         TO CRE-PEDIDO.
           MOVE WRK-FATURA         TO CRE-FATURA.
           MOVE SIN-CLIENTE        TO CRE-CLIENTE.
           MOVE SIN-VALOR-APROVADO TO CRE-VALOR.
           MOVE WRK-DATA-HOJE      TO CRE-DATA.
           MOVE 'N'                TO CRE-SITUACAO.
           MOVE SIN-VALOR-APROVADO TO CRE-SALDO.
           MOVE ZEROS              TO CRE-DATA-APLIC.
           WRITE REG-CREDITO.
           CLOSE ARQ-CREDITOS.
           MOVE SIN-VALOR-APROVADO TO WRK-VALOR-ED.
           DISPLAY 'CREDITO DE R$' WRK-VALOR-ED ' LANCADO PARA O '
               'CLIENTE ' SIN-CLIENTE.

       0450-EMITIR-RESSARCIMENTO.
           OPEN EXTEND ARQ-RESSARC.
           IF WRK-FS-RESSARC = '35'
               OPEN OUTPUT ARQ-RESSARC
           END-IF.
           IF WRK-FS-RESSARC NOT = '00'
               DISPLAY 'ERRO AO ABRIR RESSARC.DAT - FS='
                   WRK-FS-RESSARC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SIN-TRANSPORTADORA TO RSS-TRANSPORTADORA.
           MOVE SIN-NUMERO         TO RSS-SINISTRO.
           MOVE SIN-PEDIDO         TO RSS-PEDIDO.
           MOVE SIN-UF             TO RSS-UF.
           MOVE SIN-VALOR-APROVADO TO RSS-VALOR.
           MOVE WRK-DATA-HOJE      TO RSS-DATA.
           MOVE 'A'                TO RSS-SITUACAO.
           WRITE REG-RESSARC.
           CLOSE ARQ-RESSARC.
           DISPLAY 'RESSARCIMENTO A COBRAR DA TRANSPORTADORA '
               SIN-TRANSPORTADORA.

       0460-GRAVAR-AUDITORIA.
           MOVE WRK-OPERADOR TO WRK-AU-USUARIO.
           MOVE SPACES TO WRK-AU-ACAO.
           STRING 'SINISTRO '      DELIMITED BY SIZE
                  SIN-NUMERO       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-SITUACAO-TXT DELIMITED BY SPACE
               INTO WRK-AU-ACAO
           END-STRING.
           PERFORM 9570-GRAVAR-AUD-SEGURA.

       0500-LISTAR-SINISTROS.
           IF WRK-QTD-SINISTROS = 0
               DISPLAY 'NENHUM SINISTRO CADASTRADO'
           END-IF.
           PERFORM VARYING IDX-SIN FROM 1 BY 1
                   UNTIL IDX-SIN > WRK-QTD-SINISTROS
               MOVE TAB-SIN-ITEM (IDX-SIN) TO REG-SINISTRO
               PERFORM 0510-MOSTRAR-SINISTRO
           END-PERFORM.
           MOVE WRK-QTD-SINISTROS TO WRK-CONT-ED.
           DISPLAY 'SINISTROS CADASTRADOS: ' WRK-CONT-ED.

       0510-MOSTRAR-SINISTRO.
           PERFORM 0520-TRADUZIR-SITUACAO.
           IF SIN-TIPO = 'E'
               MOVE 'EXTRAVIO' TO WRK-TIPO-TXT
           ELSE
               MOVE 'AVARIA' TO WRK-TIPO-TXT
           END-IF.
           DISPLAY 'SINISTRO ' SIN-NUMERO ' PEDIDO ' SIN-PEDIDO
               ' CLIENTE ' SIN-CLIENTE ' TRANSP ' SIN-TRANSPORTADORA
               ' UF ' SIN-UF ' ' WRK-TIPO-TXT.
           MOVE SIN-VALOR-DECLARADO TO WRK-VALOR-ED.
           MOVE SIN-VALOR-RECLAMADO TO WRK-VALOR2-ED.
           DISPLAY '    ABERTO EM ' SIN-DATA-ABERTURA
               ' DECLARADO R$' WRK-VALOR-ED
               ' RECLAMADO R$' WRK-VALOR2-ED.
           MOVE SIN-VALOR-APROVADO TO WRK-VALOR-ED.
           DISPLAY '    ' WRK-SITUACAO-TXT ' DESDE '
               SIN-DATA-SITUACAO ' APROVADO R$' WRK-VALOR-ED.

       0520-TRADUZIR-SITUACAO.
           EVALUATE SIN-SITUACAO
               WHEN 'A'
                   MOVE 'ABERTO' TO WRK-SITUACAO-TXT
               WHEN 'N'
                   MOVE 'EM ANALISE' TO WRK-SITUACAO-TXT
               WHEN 'V'
                   MOVE 'APROVADO' TO WRK-SITUACAO-TXT
               WHEN 'P'
                   MOVE 'PAGO' TO WRK-SITUACAO-TXT
               WHEN 'R'
                   MOVE 'NEGADO' TO WRK-SITUACAO-TXT
               WHEN OTHER
                   MOVE 'DESCONHECIDA' TO WRK-SITUACAO-TXT
           END-EVALUATE.

       0600-GRAVAR-SINISTROS.
           OPEN OUTPUT ARQ-SINISTROS.
           IF WRK-FS-SINISTROS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR SINISTROS.DAT - FS='
                   WRK-FS-SINISTROS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WRK-IDX-GRAVA FROM 1 BY 1
                   UNTIL WRK-IDX-GRAVA > WRK-QTD-SINISTROS
               WRITE REG-SINISTRO FROM TAB-SIN-ITEM (WRK-IDX-GRAVA)
           END-PERFORM.
           CLOSE ARQ-SINISTROS.

      * RELATORIO MENSAL: OS SINISTROS ABERTOS NO MES PEDIDO,
      * SOMADOS POR TRANSPORTADORA E POR UF. INDENIZADO E O VALOR
      * APROVADO (SITUACOES APROVADO E PAGO)
       0700-RELATORIO-MENSAL.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'MES DO RELATORIO (AAAAMM; EM BRANCO = MES '
                   'CORRENTE)'
               MOVE SPACES TO WRK-MES-X
               ACCEPT WRK-MES-X FROM CONSOLE
               IF WRK-MES-X = SPACES
                   MOVE WRK-DATA-HOJE (1:6) TO WRK-MES-X
               END-IF
               IF WRK-MES-X NUMERIC
                   AND WRK-MES-X (5:2) >= '01'
                   AND WRK-MES-X (5:2) <= '12'
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'MES INVALIDO - AAAAMM'
               END-IF
           END-PERFORM.

           PERFORM VARYING IDX-SIN FROM 1 BY 1
                   UNTIL IDX-SIN > WRK-QTD-SINISTROS
               IF TAB-SIN-DATA-ABERT (IDX-SIN) (1:6) = WRK-MES-X
                   MOVE TAB-SIN-ITEM (IDX-SIN) TO REG-SINISTRO
                   PERFORM 0710-ACUMULAR-SINISTRO
               END-IF
           END-PERFORM.

           PERFORM 0720-ABRIR-RELATORIO.
           PERFORM 0730-IMPRIMIR-TRANSPORTADORAS.
           PERFORM 0750-IMPRIMIR-UFS.
           PERFORM 9820-ENCERRAR-RELATORIO.
           CLOSE ARQ-RELATORIO.

           MOVE WRK-TOT-QTD TO WRK-CONT-ED.
           MOVE WRK-TOT-INDENIZADO TO WRK-VALOR-ED.
           DISPLAY 'SINISTROS DO MES ' WRK-MES-X ': ' WRK-CONT-ED
               ' - INDENIZADO R$' WRK-VALOR-ED ' (VER '
               WRK-NOME-RELATORIO ')'.

       0710-ACUMULAR-SINISTRO.
           MOVE ZEROS TO WRK-INDENIZADO.
           IF SIN-SITUACAO = 'V' OR SIN-SITUACAO = 'P'
               MOVE SIN-VALOR-APROVADO TO WRK-INDENIZADO
           END-IF.
           ADD 1 TO WRK-TOT-QTD.
           ADD SIN-VALOR-DECLARADO TO WRK-TOT-DECLARADO.
           ADD WRK-INDENIZADO TO WRK-TOT-INDENIZADO.

           SET IDX-RTR TO 1.
           SEARCH TAB-RTR-ITEM
               AT END
                   DISPLAY 'TABELA DE TRANSPORTADORAS CHEIA - '
                       'IGNORADA ' SIN-TRANSPORTADORA
               WHEN IDX-RTR > WRK-QTD-TRANSP
                   ADD 1 TO WRK-QTD-TRANSP
                   MOVE SIN-TRANSPORTADORA TO TAB-RTR-CODIGO (IDX-RTR)
                   MOVE ZEROS TO TAB-RTR-QTD (IDX-RTR)
                   MOVE ZEROS TO TAB-RTR-ABERTOS (IDX-RTR)
                   MOVE ZEROS TO TAB-RTR-NEGADOS (IDX-RTR)
                   MOVE ZEROS TO TAB-RTR-DECLARADO (IDX-RTR)
                   MOVE ZEROS TO TAB-RTR-INDENIZADO (IDX-RTR)
                   PERFORM 0712-SOMAR-TRANSPORTADORA
               WHEN TAB-RTR-CODIGO (IDX-RTR) = SIN-TRANSPORTADORA
                   PERFORM 0712-SOMAR-TRANSPORTADORA
           END-SEARCH.

           SET IDX-RUF TO 1.
           SEARCH TAB-RUF-ITEM
               AT END
                   DISPLAY 'TABELA DE UFS CHEIA - IGNORADA ' SIN-UF
               WHEN IDX-RUF > WRK-QTD-UFS
                   ADD 1 TO WRK-QTD-UFS
                   MOVE SIN-UF TO TAB-RUF-UF (IDX-RUF)
                   MOVE ZEROS TO TAB-RUF-QTD (IDX-RUF)
                   MOVE ZEROS TO TAB-RUF-ABERTOS (IDX-RUF)
                   MOVE ZEROS TO TAB-RUF-NEGADOS (IDX-RUF)
                   MOVE ZEROS TO TAB-RUF-DECLARADO (IDX-RUF)
                   MOVE ZEROS TO TAB-RUF-INDENIZADO (IDX-RUF)
                   PERFORM 0714-SOMAR-UF
               WHEN TAB-RUF-UF (IDX-RUF) = SIN-UF
                   PERFORM 0714-SOMAR-UF
           END-SEARCH.

       0712-SOMAR-TRANSPORTADORA.
           ADD 1 TO TAB-RTR-QTD (IDX-RTR).
           IF SIN-SITUACAO = 'A' OR SIN-SITUACAO = 'N'
               ADD 1 TO TAB-RTR-ABERTOS (IDX-RTR)
           END-IF.
           IF SIN-SITUACAO = 'R'
               ADD 1 TO TAB-RTR-NEGADOS (IDX-RTR)
           END-IF.
           ADD SIN-VALOR-DECLARADO TO TAB-RTR-DECLARADO (IDX-RTR).
           ADD WRK-INDENIZADO TO TAB-RTR-INDENIZADO (IDX-RTR).

       0714-SOMAR-UF.
           ADD 1 TO TAB-RUF-QTD (IDX-RUF).
           IF SIN-SITUACAO = 'A' OR SIN-SITUACAO = 'N'
               ADD 1 TO TAB-RUF-ABERTOS (IDX-RUF)
           END-IF.
           IF SIN-SITUACAO = 'R'
               ADD 1 TO TAB-RUF-NEGADOS (IDX-RUF)
           END-IF.
           ADD SIN-VALOR-DECLARADO TO TAB-RUF-DECLARADO (IDX-RUF).
           ADD WRK-INDENIZADO TO TAB-RUF-INDENIZADO (IDX-RUF).

       0720-ABRIR-RELATORIO.
           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING 'SINISTROS.D'  DELIMITED BY SIZE
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
           MOVE 'SINISTROS'        TO WRK-CAT-RELATORIO.
           MOVE WRK-DATA-HOJE      TO WRK-CAT-DATA.
           MOVE WRK-NOME-RELATORIO TO WRK-CAT-ARQUIVO.
           MOVE 'P'                TO WRK-CAT-SITUACAO.
           PERFORM 9650-GRAVAR-CATALOGO.

           MOVE SPACES TO WRK-IMP-TITULO.
           STRING 'SINISTROS DO MES ' DELIMITED BY SIZE
                  WRK-MES-X (5:2)     DELIMITED BY SIZE
                  '/'                 DELIMITED BY SIZE
                  WRK-MES-X (1:4)     DELIMITED BY SIZE
               INTO WRK-IMP-TITULO
           END-STRING.
           MOVE 'CADASTRO-SINIST' TO WRK-IMP-PROGRAMA.
           MOVE WRK-DATA-HOJE TO WRK-IMP-DATA.
           MOVE ZEROS TO WRK-IMP-PAGINA.
           MOVE 99 TO WRK-IMP-LINHA.

      * CADASTRO DE TRANSPORTADORAS: OPCIONAL - SEM ELE O RELATORIO
      * SAI SO COM OS CODIGOS
       0730-IMPRIMIR-TRANSPORTADORAS.
           OPEN INPUT ARQ-TRANSPORTADORAS.
           IF WRK-FS-TRANSPORTADORAS = '00'
               SET CADASTRO-ABERTO TO TRUE
           END-IF.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'POR TRANSPORTADORA' DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           IF WRK-QTD-TRANSP = 0
               MOVE SPACES TO WRK-IMP-AREA
               STRING '  NENHUM SINISTRO ABERTO NO MES'
                   DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.
           PERFORM VARYING WRK-IDX-REL FROM 1 BY 1
                   UNTIL WRK-IDX-REL > WRK-QTD-TRANSP
               PERFORM 0740-IMPRIMIR-TRANSPORTADORA
           END-PERFORM.
           IF CADASTRO-ABERTO
               CLOSE ARQ-TRANSPORTADORAS
           END-IF.

       0740-IMPRIMIR-TRANSPORTADORA.
           MOVE 'NAO CADASTRADA' TO WRK-NOME-TRANSP.
           IF CADASTRO-ABERTO
               MOVE TAB-RTR-CODIGO (WRK-IDX-REL) TO TSP-CODIGO
               READ ARQ-TRANSPORTADORAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TSP-NOME TO WRK-NOME-TRANSP
               END-READ
           END-IF.
           MOVE SPACES TO WRK-LS-CHAVE.
           STRING TAB-RTR-CODIGO (WRK-IDX-REL) DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  WRK-NOME-TRANSP              DELIMITED BY SIZE
               INTO WRK-LS-CHAVE
           END-STRING.
           MOVE TAB-RTR-QTD (WRK-IDX-REL)        TO WRK-LS-QTD.
           MOVE TAB-RTR-ABERTOS (WRK-IDX-REL)    TO WRK-LS-ABERTOS.
           MOVE TAB-RTR-NEGADOS (WRK-IDX-REL)    TO WRK-LS-NEGADOS.
           MOVE TAB-RTR-DECLARADO (WRK-IDX-REL)  TO WRK-LS-DECLARADO.
           MOVE TAB-RTR-INDENIZADO (WRK-IDX-REL) TO WRK-LS-INDENIZADO.
           MOVE WRK-LINHA-SINISTRO TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.

       0750-IMPRIMIR-UFS.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'POR UF DE DESTINO' DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.
           PERFORM VARYING WRK-IDX-REL FROM 1 BY 1
                   UNTIL WRK-IDX-REL > WRK-QTD-UFS
               MOVE SPACES TO WRK-LS-CHAVE
               MOVE TAB-RUF-UF (WRK-IDX-REL)        TO WRK-LS-CHAVE
               MOVE TAB-RUF-QTD (WRK-IDX-REL)       TO WRK-LS-QTD
               MOVE TAB-RUF-ABERTOS (WRK-IDX-REL)   TO WRK-LS-ABERTOS
               MOVE TAB-RUF-NEGADOS (WRK-IDX-REL)   TO WRK-LS-NEGADOS
               MOVE TAB-RUF-DECLARADO (WRK-IDX-REL)
                   TO WRK-LS-DECLARADO
               MOVE TAB-RUF-INDENIZADO (WRK-IDX-REL)
                   TO WRK-LS-INDENIZADO
               MOVE WRK-LINHA-SINISTRO TO WRK-IMP-AREA
               PERFORM 9800-IMPRIMIR-LINHA
           END-PERFORM.

           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE WRK-TOT-QTD TO WRK-CONT-ED.
           MOVE WRK-TOT-DECLARADO TO WRK-VALOR-ED.
           MOVE WRK-TOT-INDENIZADO TO WRK-VALOR2-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING 'TOTAL DO MES: ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
                  ' SINISTROS  DECLARADO R$' DELIMITED BY SIZE
                  WRK-VALOR-ED DELIMITED BY SIZE
                  '  INDENIZADO R$' DELIMITED BY SIZE
                  WRK-VALOR2-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

      * QUADRO DE IMPRESSAO PADRAO (IMPRESSO.CPY): QUEBRA DE PAGINA
      * COM TITULO E COLUNAS E MARCA DE FIM
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

           COPY VERPERIODO.

           COPY GRAVAAUD.

           COPY GRAVACAT.

           COPY CODSENHA.

           COPY VERPERM.
