      * AS 27 UNIDADES, MOEDA BRL/EUR/USD, METODO G/E, VALOR E PESO
      * NUMERICOS) E OS REGISTROS SAEM ALINHADOS NAS COLUNAS CERTAS,
      * COM O TRAILER DE BALANCEAMENTO RECALCULADO A CADA GRAVACAO -
      * O QUE O FRETE REJEITARIA AS 2 DA MANHA E BARRADO AQUI.
      * PEDIDO DE DEVOLUCAO (TIPO D) REFERENCIA O PEDIDO ORIGINAL,
      * HERDA DELE CLIENTE, UF, DEPOSITO, METODO E MOEDA QUANDO AINDA
      * ESTA NO ARQUIVO E EXIGE UM MOTIVO DA TABELA DE DEVOLUCOES
      * CADA MODO SO RODA PARA QUEM A MATRIZ DE PERMISSOES
      * (PERMISSOES.DAT) AUTORIZA: O OPERADOR SE IDENTIFICA COM
      * USUARIO E SENHA E A TENTATIVA NEGADA FICA NO AUDITORIA.LOG.
      * O CABECALHO GUARDA O OPERADOR QUE DIGITOU OU ALTEROU O PEDIDO
      * POR ULTIMO, PARA A SEGREGACAO DE FUNCOES NA LIBERACAO
      * DATA = 22/08/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-FS-FAT-ITENS.

      * LANCAMENTOS DE CREDITO DOS CANCELAMENTOS JA FATURADOS, PARA
      * A TESOURARIA ABATER DO CLIENTE. O CREDITO NASCE PENDENTE
      * ('N', SALDO = VALOR) E O RECEBE-PAGAMENTOS (MODO C) O APLICA
           SELECT ARQ-CREDITOS ASSIGN TO 'CREDITOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDITOS.
           SELECT ARQ-TRAVA ASSIGN TO 'LOTELOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRAVA.

      * FECHAMENTO CONTABIL (FECHA-PERIODO): LANCAMENTO DATADO EM MES
      * JA FECHADO E RECUSADO
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
       FD  ARQ-PEDIDOS
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
           05 CRE-CLIENTE     PIC X(06).
           05 CRE-VALOR       PIC 9(10)V99.
           05 CRE-DATA        PIC 9(08).
           05 CRE-SITUACAO    PIC X(01).
           05 CRE-SALDO       PIC 9(10)V99.
           05 CRE-DATA-APLIC  PIC 9(08).

       FD  ARQ-AUDITORIA
           RECORDING MODE IS F.
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
       77 WRK-FS-PEDIDOS PIC X(02) VALUE ZEROS.
       77 WRK-EOF-PEDIDOS PIC X(01) VALUE 'N'.
         88 FIM-PEDIDOS VALUE 'S'.

       COPY TRAVALOTE.

       77 WRK-FS-PERIODOS PIC X(02) VALUE ZEROS.

       COPY PERIODO.

       77 WRK-MODO PIC X(01) VALUE SPACES.
         88 MODO-ADICIONAR VALUE 'A'.
         88 MODO-ATUALIZAR VALUE 'U'.
               10 WRK-PED-METODO  PIC X(01).
               10 WRK-PED-MOEDA   PIC X(03).
               10 WRK-PED-ORIGEM  PIC X(03).
               10 WRK-PED-TIPO-PEDIDO PIC X(01).
               10 WRK-PED-PEDIDO-ORIGINAL PIC 9(06).
               10 WRK-PED-MOTIVO-DEVOL PIC X(02).
      * OPERADOR QUE DIGITOU OU ALTEROU O PEDIDO POR ULTIMO: O
      * LIBERA-PEDIDOS NAO DEIXA ESSE MESMO USUARIO LIBERAR O PEDIDO
               10 WRK-PED-OPERADOR PIC X(20).
               10 FILLER          PIC X(06).
           05 WRK-PED-ITEM REDEFINES WRK-PED-DADOS.
               10 WRK-PED-PRODUTO PIC X(20).
               10 WRK-PED-VALOR   PIC 9(06)V99.
       77 WRK-MOEDA PIC X(03) VALUE SPACES.
         88 MOEDA-VALIDA VALUE 'BRL' 'EUR' 'USD'.
       77 WRK-ORIGEM PIC X(03) VALUE SPACES.
      * DEVOLUCAO: N=PEDIDO NORMAL, D=DEVOLUCAO DO PEDIDO ORIGINAL
       77 WRK-TIPO-PEDIDO PIC X(01) VALUE SPACES.
         88 TIPO-PEDIDO-VALIDO VALUE 'N' 'D'.
         88 PEDIDO-DEVOLUCAO VALUE 'D'.
       77 WRK-ORIGINAL-X PIC X(06) VALUE SPACES.
       77 WRK-ORIGINAL REDEFINES WRK-ORIGINAL-X PIC 9(06).
       77 WRK-FLAG-ORIGINAL PIC X(01) VALUE 'N'.
         88 ORIGINAL-ENCONTRADO VALUE 'S'.
       COPY MOTDEVOL.
       77 WRK-PRODUTO PIC X(20) VALUE SPACES.
       77 WRK-VALOR-X PIC X(08) VALUE SPACES.
       77 WRK-VALOR REDEFINES WRK-VALOR-X PIC 9(06)V99.

       COPY AUDSEG.

       COPY SENHA.

       COPY PERMISSAO.

       PROCEDURE DIVISION.
       0100-INICIAR.
           MOVE 'N' TO WRK-EOF-PEDIDOS.
           DISPLAY '      L=LISTAR PEDIDOS, C=CANCELAR PEDIDO)'
           ACCEPT WRK-MODO FROM CONSOLE.

      * SO SEGUE QUEM A MATRIZ DE PERMISSOES AUTORIZA NESTE MODO
      * (USUARIO E SENHA EM USERS.DAT, RECUSA NO AUDITORIA.LOG)
           PERFORM 9519-REINICIAR-PERMISSOES.
           MOVE 'CADASTRO-PEDIDOS' TO WRK-PM-PROGRAMA.
           MOVE WRK-MODO TO WRK-PM-MODO.
           PERFORM 9535-AUTORIZAR-OPERACAO.
           IF NOT PERMISSAO-CONCEDIDA
               GOBACK
           END-IF.

      * A JANELA DO LOTE TRAVA OS MODOS QUE REGRAVAM O PEDIDOS.DAT;
      * A LISTAGEM SEGUE LIVRE
           IF MODO-ADICIONAR OR MODO-ATUALIZAR OR MODO-CANCELAR

      * DIGITACAO DO PEDIDO COMPLETO: CABECALHO CRITICADO CAMPO A
      * CAMPO E ITENS ATE O PRODUTO VIR EM BRANCO; OS REGISTROS JA
      * SAEM MONTADOS NAS COLUNAS DO LAYOUT DO FRETE. NA DEVOLUCAO O
      * CABECALHO VEM DO PEDIDO ORIGINAL QUANDO ELE AINDA ESTA NA
      * TABELA; SENAO E DIGITADO COMO NO PEDIDO NORMAL
       0320-DIGITAR-PEDIDO.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'TIPO DO PEDIDO (N=NORMAL, D=DEVOLUCAO)'
               ACCEPT WRK-TIPO-PEDIDO FROM CONSOLE
               IF TIPO-PEDIDO-VALIDO
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'TIPO INVALIDO - ' WRK-TIPO-PEDIDO
               END-IF
           END-PERFORM.

           MOVE 'N' TO WRK-FLAG-ORIGINAL.
           MOVE ZEROS TO WRK-ORIGINAL.
           MOVE SPACES TO WRK-MDV-CODIGO.
           IF PEDIDO-DEVOLUCAO
               PERFORM 0326-DIGITAR-DEVOLUCAO
           END-IF.

           IF ORIGINAL-ENCONTRADO
               DISPLAY 'DADOS HERDADOS DO PEDIDO ' WRK-ORIGINAL
                   ': CLIENTE ' WRK-CLIENTE ' UF ' WRK-UF
                   ' DEPOSITO ' WRK-ORIGEM
           ELSE
               PERFORM 0322-DIGITAR-CABECALHO
           END-IF.
           PERFORM 0324-MONTAR-PEDIDO.

       0322-DIGITAR-CABECALHO.
           DISPLAY 'CODIGO DO CLIENTE (6 POSICOES)'
           ACCEPT WRK-CLIENTE FROM CONSOLE.

               END-IF
           END-PERFORM.

       0324-MONTAR-PEDIDO.
           MOVE SPACES TO WRK-REG-PEDIDO.
           MOVE '1' TO WRK-PED-TIPO.
           MOVE WRK-NUMERO  TO WRK-PED-NUMERO.
           MOVE WRK-METODO  TO WRK-PED-METODO.
           MOVE WRK-MOEDA   TO WRK-PED-MOEDA.
           MOVE WRK-ORIGEM  TO WRK-PED-ORIGEM.
           MOVE WRK-PM-USUARIO TO WRK-PED-OPERADOR.
           IF PEDIDO-DEVOLUCAO
               MOVE WRK-TIPO-PEDIDO TO WRK-PED-TIPO-PEDIDO
               MOVE WRK-ORIGINAL    TO WRK-PED-PEDIDO-ORIGINAL
               MOVE WRK-MDV-CODIGO  TO WRK-PED-MOTIVO-DEVOL
           END-IF.
           PERFORM 0350-INCLUIR-REGISTRO.

           MOVE ZEROS TO WRK-QTD-ITENS.
                   SET UF-VALIDA TO TRUE
           END-SEARCH.

      * DEVOLUCAO: PEDIDO ORIGINAL (DIFERENTE DO PROPRIO NUMERO) E
      * MOTIVO DA TABELA, QUE DIZ SE O FRETE DA VOLTA E COBRADO DO
      * CLIENTE OU ABSORVIDO PELA EMPRESA
       0326-DIGITAR-DEVOLUCAO.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'NUMERO DO PEDIDO ORIGINAL (6 DIGITOS)'
               ACCEPT WRK-ORIGINAL-X FROM CONSOLE
               IF WRK-ORIGINAL-X NOT NUMERIC
                   DISPLAY 'NUMERO INVALIDO - SO DIGITOS'
               ELSE
                   IF WRK-ORIGINAL = ZEROS OR WRK-ORIGINAL = WRK-NUMERO
                       DISPLAY 'PEDIDO ORIGINAL INVALIDO - '
                           WRK-ORIGINAL
                   ELSE
                       SET CAMPO-VALIDO TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 0327-BUSCAR-ORIGINAL.
           IF NOT ORIGINAL-ENCONTRADO
               DISPLAY 'PEDIDO ' WRK-ORIGINAL ' FORA DO PEDIDOS.DAT - '
                   'DIGITE O CABECALHO'
           END-IF.

           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'MOTIVO DA DEVOLUCAO (AV ES DF AT DS EC RS)'
               ACCEPT WRK-MDV-CODIGO FROM CONSOLE
               PERFORM 9595-BUSCAR-MOTIVO-DEVOL
               IF MOTIVO-DEVOL-VALIDO
                   SET CAMPO-VALIDO TO TRUE
                   IF FRETE-DEVOL-COBRADO
                       DISPLAY WRK-MDV-DESCRICAO
                           ' - FRETE COBRADO DO CLIENTE'
                   ELSE
                       DISPLAY WRK-MDV-DESCRICAO
                           ' - FRETE ABSORVIDO PELA EMPRESA'
                   END-IF
               ELSE
                   DISPLAY 'MOTIVO DESCONHECIDO - ' WRK-MDV-CODIGO
               END-IF
           END-PERFORM.

      * O CABECALHO DO ORIGINAL DA O CLIENTE E A UF DE ONDE A
      * MERCADORIA VOLTA E O DEPOSITO PARA ONDE ELA RETORNA
       0327-BUSCAR-ORIGINAL.
           MOVE 'N' TO WRK-FLAG-ORIGINAL.
           PERFORM VARYING WRK-IDX-REG FROM 1 BY 1
                   UNTIL WRK-IDX-REG > WRK-QTD-REGS
               MOVE TAB-REG-LINHA (WRK-IDX-REG) TO WRK-REG-PEDIDO
               IF REG-CABECALHO AND WRK-PED-NUMERO = WRK-ORIGINAL
                   SET ORIGINAL-ENCONTRADO TO TRUE
                   MOVE WRK-PED-CLIENTE TO WRK-CLIENTE
                   MOVE WRK-PED-UF      TO WRK-UF
                   MOVE WRK-PED-METODO  TO WRK-METODO
                   MOVE WRK-PED-MOEDA   TO WRK-MOEDA
                   MOVE WRK-PED-ORIGEM  TO WRK-ORIGEM
               END-IF
           END-PERFORM.

       0340-DIGITAR-ITEM.
           DISPLAY 'PRODUTO (BRANCO ENCERRA OS ITENS)'
           ACCEPT WRK-PRODUTO FROM CONSOLE.
                           ' METODO ' WRK-PED-METODO
                           ' MOEDA ' WRK-PED-MOEDA
                           ' ORIGEM ' WRK-PED-ORIGEM
                       IF WRK-PED-OPERADOR NOT = SPACES
                           DISPLAY '  DIGITADO/ALTERADO POR '
                               WRK-PED-OPERADOR
                       END-IF
                       IF WRK-PED-TIPO-PEDIDO = 'D'
                           DISPLAY '  DEVOLUCAO DO PEDIDO '
                               WRK-PED-PEDIDO-ORIGINAL
                               ' MOTIVO ' WRK-PED-MOTIVO-DEVOL
                       END-IF
                   WHEN REG-ITEM
                       MOVE WRK-PED-VALOR TO WRK-VALOR-ED
                       MOVE WRK-PED-PESO  TO WRK-PESO-ED
      * EMITE O LANCAMENTO DE CREDITO CORRESPONDENTE
       0700-CANCELAR-PEDIDO.
           PERFORM 0310-OBTER-NUMERO.
           PERFORM 0705-CONFERIR-PERIODO.
           IF PERIODO-FECHADO
               DISPLAY 'PEDIDO ' WRK-NUMERO ' JA FATURADO E MES '
                   WRK-PF-DOC-ANOMES ' JA FECHADO NA CONTABILIDADE - '
                   'CANCELAMENTO RECUSADO'
           ELSE
               PERFORM 0702-EXECUTAR-CANCELAMENTO
           END-IF.

       0702-EXECUTAR-CANCELAMENTO.
      * O OPERADOR DO CANCELAMENTO E O IDENTIFICADO NA ENTRADA
           MOVE WRK-PM-USUARIO TO WRK-OPERADOR.

           MOVE ZEROS TO WRK-CONT-REMOVIDOS.
           PERFORM 0330-BUSCAR-PEDIDO.
                   ' CONCLUIDO'
           END-IF.

      * O CANCELAMENTO DE PEDIDO JA FATURADO EMITE CREDITO DATADO DE
      * HOJE: COM O MES CORRENTE FECHADO NA CONTABILIDADE ELE E
      * RECUSADO POR INTEIRO, PARA O PEDIDO NAO SUMIR SEM O CREDITO.
      * PEDIDO AINDA NAO FATURADO NAO GERA LANCAMENTO E SEGUE LIVRE
       0705-CONFERIR-PERIODO.
           PERFORM 9560-CARREGAR-PERIODO.
           MOVE WRK-DATA-HOJE TO WRK-PF-DATA-DOC.
           PERFORM 9565-CONFERIR-PERIODO.
           IF PERIODO-FECHADO
               MOVE 'N' TO WRK-PF-FLAG-FECHADO
               MOVE 'N' TO WRK-EOF-ARQUIVO
               OPEN INPUT ARQ-FAT-ITENS
               IF WRK-FS-FAT-ITENS = '00'
                   PERFORM UNTIL FIM-ARQUIVO
                       READ ARQ-FAT-ITENS
                           AT END
                               MOVE 'S' TO WRK-EOF-ARQUIVO
                           NOT AT END
                               IF FIT-PEDIDO = WRK-NUMERO
                                   SET PERIODO-FECHADO TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-FAT-ITENS
               END-IF
           END-IF.

      * PEDIDOS.HLD SEM O GRUPO DO PEDIDO CANCELADO
       0710-LIMPAR-RETIDOS.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
               MOVE FIT-CLIENTE   TO CRE-CLIENTE
               MOVE FIT-VALOR     TO CRE-VALOR
               MOVE WRK-DATA-HOJE TO CRE-DATA
               MOVE 'N'           TO CRE-SITUACAO
               MOVE FIT-VALOR     TO CRE-SALDO
               MOVE ZEROS         TO CRE-DATA-APLIC
               WRITE REG-CREDITO
               ADD 1 TO WRK-CONT-CREDITOS
               CLOSE ARQ-CREDITOS
           COPY VERTRAVA.

           COPY GRAVAAUD.

           COPY VERPERIODO.

           COPY BUSCADEV.

           COPY CODSENHA.

           COPY VERPERM.
