      * OBJETIVO: DIGITAR OS PAGAMENTOS DOS CLIENTES E BAIXA-LOS
      * CONTRA AS FATURAS EM ABERTO DE FATURAS.DAT (DA MAIS ANTIGA
      * PARA A MAIS NOVA), GRAVANDO CADA RECEBIMENTO EM PAGAMENTOS.DAT
      * E REGRAVANDO NO CADASTRO INDEXADO SO AS FATURAS BAIXADAS, COM
      * OS SALDOS ATUALIZADOS. O MODO DE
      * RELATORIO IMPRIME O ENVELHECIMENTO DO CONTAS A RECEBER POR
      * CLIENTE (ATE 30 / 31-60 / 61-90 / MAIS DE 90 DIAS), NO ESTILO
      * DO IDADE-SUSPENSOS - 'QUANTO O CLIENTE X AINDA DEVE' DEIXA DE
      * DEPENDER DE PLANILHA. O RECEBIMENTO DATADO EM MES JA FECHADO
      * PELO FECHA-PERIODO E RECUSADO. O MODO C APLICA OS LANCAMENTOS DE
      * CREDITO DOS CANCELAMENTOS (CREDITOS.DAT) NA FATURA DE ORIGEM,
      * OU NA ABERTA MAIS ANTIGA DO CLIENTE SE A ORIGEM JA ESTA PAGA;
      * O CREDITO APLICADO E MARCADO E A SOBRA FICA NO PROPRIO
      * LANCAMENTO, A FAVOR DO CLIENTE, PARA AS PROXIMAS FATURAS
      * CADA MODO SO RODA PARA QUEM A MATRIZ DE PERMISSOES
      * (PERMISSOES.DAT) AUTORIZA: O OPERADOR SE IDENTIFICA COM
      * USUARIO E SENHA E A TENTATIVA NEGADA FICA NO AUDITORIA.LOG.
      * CADA PAGAMENTO GUARDA O OPERADOR QUE O DIGITOU, E AS FATURAS
      * QUE ELE BAIXOU FICAM EM PAGBAIXAS.DAT. O MODO E ESTORNA UM
      * PAGAMENTO (DEVOLVE O SALDO AS FATURAS BAIXADAS E ANOTA O
      * ESTORNO EM ESTORNOS.DAT); QUEM DIGITOU O PAGAMENTO NAO PODE
      * ESTORNA-LO, E A RECUSA VAI PARA O AUDITORIA.LOG. COM O MES
      * CORRENTE FECHADO, O MODO C TAMBEM E RECUSADO, E O CREDITOS.DAT
      * E PERCORRIDO COMO FLUXO (VIA CREDITOS.WRK), SEM LIMITE DE
      * LANCAMENTOS
      * DATA = 02/09/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CADASTRO DE FATURAS INDEXADO PELO NUMERO, COM O CLIENTE COMO
      * CHAVE ALTERNATIVA PARA ACHAR AS FATURAS ABERTAS DE CADA UM
           SELECT ARQ-FATURAS ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-FATURAS.

      * TRILHA DOS RECEBIMENTOS DIGITADOS: UM REGISTRO POR PAGAMENTO,
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAGAMENTOS.

      * LANCAMENTOS DE CREDITO DO CADASTRO-PEDIDOS: LIDOS UM A UM,
      * APLICADOS E GRAVADOS COM A SITUACAO E O SALDO NO CREDITOS.WRK,
      * QUE DEPOIS VOLTA SOBRE O CREDITOS.DAT
           SELECT ARQ-CREDITOS ASSIGN TO 'CREDITOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDITOS.

           SELECT ARQ-CRED-TRAB ASSIGN TO 'CREDITOS.WRK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CRED-TRAB.

      * FATURAS BAIXADAS POR CADA PAGAMENTO DIGITADO (DOCUMENTO =
      * POSICAO DO PAGAMENTO EM PAGAMENTOS.DAT), PARA O ESTORNO SABER
      * ONDE DEVOLVER O SALDO
           SELECT ARQ-BAIXAS ASSIGN TO 'PAGBAIXAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BAIXAS.

      * ESTORNOS DE PAGAMENTO: UM REGISTRO POR PAGAMENTO ESTORNADO,
      * COM QUEM DIGITOU E QUEM ESTORNOU
           SELECT ARQ-ESTORNOS ASSIGN TO 'ESTORNOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTORNOS.

           SELECT ARQ-RELATORIO ASSIGN TO 'CONTASREC.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.
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

           SELECT ARQ-AUDITORIA ASSIGN TO 'AUDITORIA.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.

           SELECT ARQ-PERMISSOES ASSIGN TO 'PERMISSOES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERMISSOES.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FATURAS.
       01  REG-FATURA.
           05 FAT-NUMERO      PIC 9(06).
           05 FAT-CLIENTE     PIC X(06).
           05 FAT-VALOR       PIC 9(11)V99.
           05 FAT-SALDO       PIC 9(11)V99.
           05 FAT-SITUACAO    PIC X(01).
           05 FAT-TIPO        PIC X(01).
           05 FAT-ORIGEM      PIC 9(06).
           05 FAT-ICMS        PIC 9(09)V99.

       FD  ARQ-PAGAMENTOS
           RECORDING MODE IS F.
           05 PAG-VALOR       PIC 9(11)V99.
           05 PAG-APLICADO    PIC 9(11)V99.
           05 PAG-SOBRA       PIC 9(11)V99.
           05 PAG-OPERADOR    PIC X(20).

       FD  ARQ-BAIXAS
           RECORDING MODE IS F.
       01  REG-BAIXA.
           05 BXA-DOCUMENTO   PIC 9(07).
           05 BXA-FATURA      PIC 9(06).
           05 BXA-VALOR       PIC 9(11)V99.

       FD  ARQ-ESTORNOS
           RECORDING MODE IS F.
       01  REG-ESTORNO.
           05 EST-DOCUMENTO   PIC 9(07).
           05 EST-CLIENTE     PIC X(06).
           05 EST-DATA        PIC 9(08).
           05 EST-VALOR       PIC 9(11)V99.
           05 EST-APLICADO    PIC 9(11)V99.
           05 EST-DATA-PAG    PIC 9(08).
           05 EST-DIGITADOR   PIC X(20).
           05 EST-OPERADOR    PIC X(20).
           05 EST-MOTIVO      PIC X(30).

      * SITUACAO DO CREDITO: N=PENDENTE (COMO NASCE NO CANCELAMENTO),
      * S=APLICADO EM PARTE COM SALDO A FAVOR DO CLIENTE, A=APLICADO
      * POR INTEIRO. LANCAMENTO ANTIGO, SEM OS CAMPOS DE SITUACAO,
      * VALE COMO PENDENTE COM SALDO IGUAL AO VALOR
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

       FD  ARQ-CRED-TRAB
           RECORDING MODE IS F.
       01  REG-CRED-TRAB      PIC X(59).

       FD  ARQ-RELATORIO
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
       77 WRK-FS-FATURAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRAVA PIC X(02) VALUE ZEROS.

       COPY TRAVALOTE.

       77 WRK-FS-PERIODOS PIC X(02) VALUE ZEROS.

       COPY PERIODO.

       77 WRK-FS-PAGAMENTOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE ZEROS.
       77 WRK-EOF-FATURAS PIC X(01) VALUE 'N'.
         88 FIM-FATURAS VALUE 'S'.
       77 WRK-FS-CREDITOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-CRED-TRAB PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CREDITOS PIC X(01) VALUE 'N'.
         88 FIM-CREDITOS VALUE 'S'.
       77 WRK-FS-BAIXAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-ESTORNOS PIC X(02) VALUE ZEROS.
       77 WRK-EOF-ARQUIVO PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO VALUE 'S'.

       77 WRK-MODO PIC X(01) VALUE SPACES.
         88 MODO-PAGAMENTO VALUE 'P'.
         88 MODO-RELATORIO VALUE 'R'.
         88 MODO-LISTAR    VALUE 'L'.
         88 MODO-CREDITOS  VALUE 'C'.
         88 MODO-ESTORNO   VALUE 'E'.

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-HOJE-INT PIC 9(08) VALUE ZEROS.
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

      * FATURA ABERTA MAIS ANTIGA DO CLIENTE, ACHADA PELA CHAVE
      * ALTERNATIVA E RELIDA PELO NUMERO PARA A BAIXA
       77 WRK-NUM-VELHA PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-VELHA PIC 9(08) VALUE ZEROS.

      * O CREDITOS.DAT SO CRESCE (CADA CANCELAMENTO ANEXA UM
      * LANCAMENTO E O ESGOTADO FICA NO ARQUIVO), ENTAO A APLICACAO O
      * PERCORRE COMO FLUXO, SEM TABELA: SO A CONTAGEM DE LIDOS
       77 WRK-QTD-CREDITOS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-APLICADOS PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-CREDITO PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOT-SOBRA-CRE PIC 9(12)V99 VALUE ZEROS.

      * CAMPOS DA DIGITACAO: O VALOR ENTRA COMO DIGITOS PUROS EM
      * CAMPO X REDEFINIDO (DECIMAIS IMPLICITOS), COMO NAS DEMAIS
       77 WRK-FLAG-ABERTA PIC X(01) VALUE 'N'.
         88 TEM-FATURA-ABERTA VALUE 'S'.

      * DOCUMENTO DO PAGAMENTO: POSICAO DELE EM PAGAMENTOS.DAT, O
      * MESMO NUMERO QUE A INTERFACE CONTABIL USA
       77 WRK-DOC-PAGAMENTO PIC 9(07) VALUE ZEROS.
       77 WRK-POS-PAGAMENTO PIC 9(07) VALUE ZEROS.

      * ESTORNO: PAGAMENTO ESCOLHIDO, BAIXAS DELE E MOTIVO
       77 WRK-DOC-X PIC X(07) VALUE SPACES.
       77 WRK-DOC REDEFINES WRK-DOC-X PIC 9(07).
       77 WRK-MOTIVO PIC X(30) VALUE SPACES.
       77 WRK-RESPOSTA PIC X(01) VALUE SPACES.
       77 WRK-FLAG-PAGAMENTO PIC X(01) VALUE 'N'.
         88 PAGAMENTO-ACHADO VALUE 'S'.
       77 WRK-FLAG-ESTORNADO PIC X(01) VALUE 'N'.
         88 JA-ESTORNADO VALUE 'S'.
       01 WRK-PAG-ESTORNO.
           05 WRK-PE-CLIENTE     PIC X(06).
           05 WRK-PE-DATA        PIC 9(08).
           05 WRK-PE-VALOR       PIC 9(11)V99.
           05 WRK-PE-APLICADO    PIC 9(11)V99.
           05 WRK-PE-OPERADOR    PIC X(20).
       77 WRK-QTD-BAIXAS PIC 9(03) VALUE ZEROS.
       01 TAB-BAIXAS.
           05 TAB-BXA-ITEM OCCURS 100 TIMES.
               10 TAB-BXA-FATURA   PIC 9(06).
               10 TAB-BXA-VALOR    PIC 9(11)V99.
       77 WRK-IDX-BXA PIC 9(03) VALUE ZEROS.
       77 WRK-TOT-BAIXAS PIC 9(12)V99 VALUE ZEROS.

      * ENVELHECIMENTO POR CLIENTE: O SALDO DE CADA FATURA ABERTA CAI
      * NA FAIXA DA SUA IDADE (DIAS DESDE A EMISSAO)
       77 WRK-QTD-CLIENTES PIC 9(03) VALUE ZEROS.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-MAIS90      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       COPY SENHA.

       COPY AUDSEG.

       COPY PERMISSAO.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-FATURAS.
           MOVE 'N' TO WRK-EOF-CREDITOS.
           MOVE ZEROS TO WRK-QTD-CREDITOS.
           MOVE ZEROS TO WRK-CONT-APLICADOS.
           MOVE ZEROS TO WRK-TOT-CREDITO.
           MOVE ZEROS TO WRK-TOT-SOBRA-CRE.
           MOVE ZEROS TO WRK-QTD-CLIENTES.
           MOVE ZEROS TO WRK-TOT-ATE30.
           MOVE ZEROS TO WRK-TOT-ATE60.
           MOVE ZEROS TO WRK-TOT-ATE90.
           MOVE ZEROS TO WRK-TOT-MAIS90.
           MOVE ZEROS TO WRK-QTD-BAIXAS.
           MOVE ZEROS TO WRK-TOT-BAIXAS.
           MOVE 'N' TO WRK-FLAG-PAGAMENTO.
           MOVE 'N' TO WRK-FLAG-ESTORNADO.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).

           DISPLAY 'MODO (P=DIGITAR PAGAMENTO, R=RELATORIO DE IDADE,'
           DISPLAY '      L=LISTAR FATURAS EM ABERTO,'
           DISPLAY '      C=APLICAR CREDITOS DE CANCELAMENTO,'
           DISPLAY '      E=ESTORNAR PAGAMENTO)'
           ACCEPT WRK-MODO FROM CONSOLE.

      * SO SEGUE QUEM A MATRIZ DE PERMISSOES AUTORIZA NESTE MODO
      * (USUARIO E SENHA EM USERS.DAT, RECUSA NO AUDITORIA.LOG)
           PERFORM 9519-REINICIAR-PERMISSOES.
           MOVE 'RECEBE-PAGAMENTOS' TO WRK-PM-PROGRAMA.
           MOVE WRK-MODO TO WRK-PM-MODO.
           PERFORM 9535-AUTORIZAR-OPERACAO.
           IF NOT PERMISSAO-CONCEDIDA
               GOBACK
           END-IF.

      * A JANELA DO LOTE TRAVA A BAIXA E A APLICACAO DE CREDITOS (QUE
      * REGRAVAM O FATURAS.DAT LIDO PELA CHECAGEM DE CREDITO DO
      * FRETE) E O ESTORNO; OS RELATORIOS E A LISTAGEM SEGUEM LIVRES
           IF MODO-PAGAMENTO OR MODO-CREDITOS OR MODO-ESTORNO
               PERFORM 9550-CONFERIR-TRAVA
               IF TRAVA-ATIVA
                   DISPLAY 'JANELA DE LOTE EM USO POR '
               END-IF
           END-IF.

      * O RECEBIMENTO DIGITADO E DATADO DE HOJE: COM O MES CORRENTE
      * JA FECHADO NA CONTABILIDADE, O PAGAMENTO NAO E ACEITO. O
      * ESTORNO E A APLICACAO DE CREDITOS (QUE BAIXA FATURAS E DATA
      * O LANCAMENTO DE HOJE) SEGUEM A MESMA REGRA
           IF MODO-PAGAMENTO OR MODO-ESTORNO OR MODO-CREDITOS
               PERFORM 9560-CARREGAR-PERIODO
               MOVE WRK-DATA-HOJE TO WRK-PF-DATA-DOC
               PERFORM 9565-CONFERIR-PERIODO
               IF PERIODO-FECHADO
                   DISPLAY 'MES ' WRK-PF-DOC-ANOMES ' JA FECHADO NA '
                       'CONTABILIDADE - LANCAMENTO RECUSADO'
                   GOBACK
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN MODO-PAGAMENTO
                   PERFORM 0200-ABRIR-FATURAS
                   PERFORM 0300-RECEBER-PAGAMENTO
                   CLOSE ARQ-FATURAS
               WHEN MODO-RELATORIO
                   PERFORM 0200-ABRIR-FATURAS
                   PERFORM 0500-RELATORIO-IDADE
                   CLOSE ARQ-FATURAS
               WHEN MODO-LISTAR
                   PERFORM 0200-ABRIR-FATURAS
                   PERFORM 0400-LISTAR-ABERTAS
                   CLOSE ARQ-FATURAS
               WHEN MODO-CREDITOS
                   PERFORM 0200-ABRIR-FATURAS
                   PERFORM 0700-APLICAR-CREDITOS
                   CLOSE ARQ-FATURAS
               WHEN MODO-ESTORNO
                   PERFORM 0200-ABRIR-FATURAS
                   PERFORM 0800-ESTORNAR-PAGAMENTO
                   CLOSE ARQ-FATURAS
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO'
           END-EVALUATE.

           GOBACK.

      * A BAIXA E A APLICACAO DE CREDITOS ABREM O CADASTRO PARA
      * ATUALIZACAO E REGRAVAM SO AS FATURAS QUE ABATEM (O ESTORNO,
      * AS QUE DEVOLVE); RELATORIO E LISTAGEM SO LEEM
       0200-ABRIR-FATURAS.
           IF MODO-PAGAMENTO OR MODO-CREDITOS OR MODO-ESTORNO
               OPEN I-O ARQ-FATURAS
           ELSE
               OPEN INPUT ARQ-FATURAS
           END-IF.
           IF WRK-FS-FATURAS NOT = '00'
               DISPLAY 'NENHUMA FATURA CADASTRADA (FATURAS.DAT '
                   'AUSENTE) - FS=' WRK-FS-FATURAS
               GOBACK
           END-IF.

      * BAIXA DO PAGAMENTO: ABATE DA FATURA ABERTA MAIS ANTIGA DO
      * CLIENTE ENQUANTO HOUVER VALOR; O QUE SOBRAR SEM FATURA FICA
               END-IF
           END-PERFORM.

      * A TRAVA E CONFERIDA DE NOVO AQUI: A DIGITACAO PODE TER
      * ATRAVESSADO O INICIO DA VIRADA, E A BAIXA NO MEIO DO FRETE E
      * O RASGO QUE A TRAVA IMPEDE
           PERFORM 9550-CONFERIR-TRAVA.
           IF TRAVA-ATIVA
               DISPLAY 'JANELA DE LOTE EM USO POR '
                   WRK-TL-PROGRAMA ' DESDE ' WRK-TL-DATA
                   ' - GRAVACAO RECUSADA, BAIXA DESCARTADA'
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-FATURAS
               GOBACK
           END-IF.

      * O DOCUMENTO DO PAGAMENTO E A POSICAO QUE ELE VAI OCUPAR NO
      * FIM DE PAGAMENTOS.DAT; CADA FATURA ABATIDA SAI EM PAGBAIXAS
           PERFORM 0305-CONTAR-PAGAMENTOS.
           OPEN EXTEND ARQ-BAIXAS.
           IF WRK-FS-BAIXAS = '35'
               OPEN OUTPUT ARQ-BAIXAS
           END-IF.
           IF WRK-FS-BAIXAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR PAGBAIXAS.DAT - FS='
                   WRK-FS-BAIXAS ' - BAIXA DESCARTADA'
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-FATURAS
               GOBACK
           END-IF.

           MOVE WRK-VALOR TO WRK-RESTANTE.
           MOVE ZEROS TO WRK-APLICADO.
           PERFORM 0310-APLICAR-NAS-FATURAS.
           CLOSE ARQ-BAIXAS.

           IF WRK-APLICADO = ZEROS
               DISPLAY 'NENHUMA FATURA EM ABERTO PARA ' WRK-CLIENTE
                   ' - NADA BAIXADO'
           ELSE
               MOVE WRK-APLICADO TO WRK-VALOR-ED
               DISPLAY 'VALOR APLICADO NAS FATURAS: R$' WRK-VALOR-ED
           END-IF.
               DISPLAY 'SOBRA SEM FATURA EM ABERTO: R$' WRK-VALOR-ED
           END-IF.
           PERFORM 0330-GRAVAR-PAGAMENTO.
           DISPLAY 'PAGAMENTO GRAVADO COMO DOCUMENTO '
               WRK-DOC-PAGAMENTO.

       0305-CONTAR-PAGAMENTOS.
           MOVE ZEROS TO WRK-POS-PAGAMENTO.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-PAGAMENTOS.
           IF WRK-FS-PAGAMENTOS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-PAGAMENTOS
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           ADD 1 TO WRK-POS-PAGAMENTO
                   END-READ
               END-PERFORM
               CLOSE ARQ-PAGAMENTOS
           END-IF.
           COMPUTE WRK-DOC-PAGAMENTO = WRK-POS-PAGAMENTO + 1.

       0310-APLICAR-NAS-FATURAS.
           PERFORM UNTIL WRK-RESTANTE = ZEROS
               IF NOT TEM-FATURA-ABERTA
                   EXIT PERFORM
               END-IF
               MOVE WRK-NUM-VELHA TO FAT-NUMERO
               READ ARQ-FATURAS
                   INVALID KEY
                       DISPLAY 'ERRO AO RELER FATURA ' WRK-NUM-VELHA
                           ' - FS=' WRK-FS-FATURAS
                       EXIT PERFORM
               END-READ
               PERFORM 0315-ABATER-FATURA
           END-PERFORM.

      * ABATE O RESTANTE DA FATURA LIDA E REGRAVA SO ELA
       0315-ABATER-FATURA.
           IF FAT-SALDO <= WRK-RESTANTE
               MOVE FAT-SALDO TO WRK-ABATIDO
           ELSE
               MOVE WRK-RESTANTE TO WRK-ABATIDO
           END-IF.
           SUBTRACT WRK-ABATIDO FROM FAT-SALDO.
           SUBTRACT WRK-ABATIDO FROM WRK-RESTANTE.
           ADD WRK-ABATIDO TO WRK-APLICADO.
           MOVE WRK-ABATIDO TO WRK-VALOR-ED.
           DISPLAY 'FATURA ' FAT-NUMERO ' ABATIDA EM R$' WRK-VALOR-ED.
           IF FAT-SALDO = ZEROS
               MOVE 'P' TO FAT-SITUACAO
               DISPLAY 'FATURA ' FAT-NUMERO ' LIQUIDADA'
           END-IF.
           REWRITE REG-FATURA
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR FATURA ' FAT-NUMERO
                       ' - FS=' WRK-FS-FATURAS
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   IF MODO-PAGAMENTO
                       MOVE WRK-DOC-PAGAMENTO TO BXA-DOCUMENTO
                       MOVE FAT-NUMERO        TO BXA-FATURA
                       MOVE WRK-ABATIDO       TO BXA-VALOR
                       WRITE REG-BAIXA
                   END-IF
           END-REWRITE.

      * PERCORRE AS FATURAS DO CLIENTE PELA CHAVE ALTERNATIVA E
      * GUARDA A ABERTA COM SALDO DE EMISSAO MAIS ANTIGA
       0320-ACHAR-MAIS-ANTIGA.
           MOVE 'N' TO WRK-FLAG-ABERTA.
           MOVE ZEROS TO WRK-NUM-VELHA.
           MOVE ZEROS TO WRK-DATA-VELHA.
           MOVE 'N' TO WRK-EOF-FATURAS.
           MOVE WRK-CLIENTE TO FAT-CLIENTE.
           START ARQ-FATURAS KEY IS EQUAL TO FAT-CLIENTE
               INVALID KEY
                   MOVE 'S' TO WRK-EOF-FATURAS
           END-START.
           PERFORM UNTIL FIM-FATURAS
               READ ARQ-FATURAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-FATURAS
                   NOT AT END
                       IF FAT-CLIENTE NOT = WRK-CLIENTE
                           MOVE 'S' TO WRK-EOF-FATURAS
                       ELSE
                           IF FAT-SITUACAO = 'A'
                               AND FAT-SALDO > ZEROS
                               AND (NOT TEM-FATURA-ABERTA
                                    OR FAT-DATA < WRK-DATA-VELHA)
                               SET TEM-FATURA-ABERTA TO TRUE
                               MOVE FAT-NUMERO TO WRK-NUM-VELHA
                               MOVE FAT-DATA TO WRK-DATA-VELHA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0330-GRAVAR-PAGAMENTO.
               MOVE WRK-VALOR     TO PAG-VALOR
               MOVE WRK-APLICADO  TO PAG-APLICADO
               MOVE WRK-RESTANTE  TO PAG-SOBRA
               MOVE WRK-PM-USUARIO TO PAG-OPERADOR
               WRITE REG-PAGAMENTO
               CLOSE ARQ-PAGAMENTOS
           END-IF.

       0400-LISTAR-ABERTAS.
           DISPLAY '-- FATURAS EM ABERTO --'.
           MOVE 'N' TO WRK-EOF-FATURAS.
           PERFORM UNTIL FIM-FATURAS
               READ ARQ-FATURAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-FATURAS
                   NOT AT END
                       IF FAT-SITUACAO = 'A'
                           AND FAT-SALDO > ZEROS
                           MOVE FAT-VALOR TO WRK-VALOR-ED
                           MOVE FAT-SALDO TO WRK-VALOR2-ED
                           DISPLAY 'FATURA ' FAT-NUMERO
                               ' CLIENTE ' FAT-CLIENTE
                               ' EMISSAO ' FAT-DATA
                               ' VALOR R$' WRK-VALOR-ED
                               ' SALDO R$' WRK-VALOR2-ED
                       END-IF
               END-READ
           END-PERFORM.

      * ENVELHECIMENTO DO CONTAS A RECEBER: O SALDO DE CADA FATURA
      * ABERTA CAI NA FAIXA DA IDADE DELA, ACUMULADO POR CLIENTE
       0500-RELATORIO-IDADE.
           MOVE 'N' TO WRK-EOF-FATURAS.
           PERFORM UNTIL FIM-FATURAS
               READ ARQ-FATURAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-FATURAS
                   NOT AT END
                       IF FAT-SITUACAO = 'A'
                           AND FAT-SALDO > ZEROS
                           PERFORM 0510-ACUMULAR-FAIXA
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 0520-GRAVAR-RELATORIO.

       0510-ACUMULAR-FAIXA.
           IF FAT-DATA = ZEROS
               OR FAT-DATA > WRK-DATA-HOJE
               MOVE 99999 TO WRK-IDADE
           ELSE
               COMPUTE WRK-IDADE = WRK-HOJE-INT -
                   FUNCTION INTEGER-OF-DATE (FAT-DATA)
           END-IF.

           SET IDX-IDA TO 1.
                   PERFORM 0515-CRIAR-CLIENTE-IDADE
               WHEN IDX-IDA > WRK-QTD-CLIENTES
                   PERFORM 0515-CRIAR-CLIENTE-IDADE
               WHEN TAB-IDA-CLIENTE (IDX-IDA) = FAT-CLIENTE
                   PERFORM 0518-SOMAR-FAIXA
           END-SEARCH.

           IF WRK-QTD-CLIENTES < 200
               ADD 1 TO WRK-QTD-CLIENTES
               SET IDX-IDA TO WRK-QTD-CLIENTES
               MOVE FAT-CLIENTE TO TAB-IDA-CLIENTE (IDX-IDA)
               MOVE ZEROS TO TAB-IDA-ATE30 (IDX-IDA)
               MOVE ZEROS TO TAB-IDA-ATE60 (IDX-IDA)
               MOVE ZEROS TO TAB-IDA-ATE90 (IDX-IDA)
               PERFORM 0518-SOMAR-FAIXA
           ELSE
               DISPLAY 'TABELA DE CLIENTES CHEIA - FATURA IGNORADA '
                   FAT-NUMERO
           END-IF.

       0518-SOMAR-FAIXA.
           EVALUATE TRUE
               WHEN WRK-IDADE <= 30
                   ADD FAT-SALDO TO TAB-IDA-ATE30 (IDX-IDA)
                   ADD FAT-SALDO TO WRK-TOT-ATE30
               WHEN WRK-IDADE <= 60
                   ADD FAT-SALDO TO TAB-IDA-ATE60 (IDX-IDA)
                   ADD FAT-SALDO TO WRK-TOT-ATE60
               WHEN WRK-IDADE <= 90
                   ADD FAT-SALDO TO TAB-IDA-ATE90 (IDX-IDA)
                   ADD FAT-SALDO TO WRK-TOT-ATE90
               WHEN OTHER
                   ADD FAT-SALDO TO TAB-IDA-MAIS90 (IDX-IDA)
                   ADD FAT-SALDO TO WRK-TOT-MAIS90
           END-EVALUATE.

       0520-GRAVAR-RELATORIO.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'RELATORIO GRAVADO EM CONTASREC.RPT'.

      * APLICACAO DOS CREDITOS DE CANCELAMENTO: CADA LANCAMENTO COM
      * SALDO (PENDENTE OU COM SOBRA DE RODADA ANTERIOR) ABATE PRIMEIRO
      * A FATURA DE ORIGEM, SE AINDA ABERTA, E DEPOIS AS ABERTAS MAIS
      * ANTIGAS DO CLIENTE, PELA MESMA ROTINA DA BAIXA DE PAGAMENTO.
      * O QUE SOBRAR FICA NO SALDO DO LANCAMENTO (SITUACAO S) E VOLTA
      * A SER APLICADO NAS PROXIMAS RODADAS; O LANCAMENTO ESGOTADO
      * FICA 'A' E NUNCA MAIS E USADO
       0700-APLICAR-CREDITOS.
           PERFORM 0710-PROCESSAR-CREDITOS.
           IF WRK-QTD-CREDITOS = 0
               DISPLAY 'NENHUM LANCAMENTO DE CREDITO (CREDITOS.DAT '
                   'VAZIO OU AUSENTE)'
           ELSE
               IF WRK-CONT-APLICADOS = 0
                   DISPLAY 'NENHUM CREDITO APLICADO - SEM FATURA EM '
                       'ABERTO PARA OS SALDOS PENDENTES'
               ELSE
                   PERFORM 0730-GRAVAR-CREDITOS
               END-IF
               MOVE WRK-TOT-CREDITO TO WRK-VALOR-ED
               DISPLAY 'CREDITOS APLICADOS: ' WRK-CONT-APLICADOS
                   ' TOTAL R$' WRK-VALOR-ED
               MOVE WRK-TOT-SOBRA-CRE TO WRK-VALOR-ED
               DISPLAY 'SALDO DE CREDITO A FAVOR DOS CLIENTES: R$'
                   WRK-VALOR-ED
           END-IF.

      * CADA LANCAMENTO E LIDO, APLICADO SE AINDA TEM SALDO E GRAVADO
      * NO CREDITOS.WRK; O ESGOTADO ('A') PASSA DIRETO
       0710-PROCESSAR-CREDITOS.
           OPEN INPUT ARQ-CREDITOS.
           IF WRK-FS-CREDITOS NOT = '00'
               MOVE ZEROS TO WRK-QTD-CREDITOS
           ELSE
               OPEN OUTPUT ARQ-CRED-TRAB
               IF WRK-FS-CRED-TRAB NOT = '00'
                   DISPLAY 'ERRO AO ABRIR CREDITOS.WRK - FS='
                       WRK-FS-CRED-TRAB
                   MOVE 8 TO RETURN-CODE
                   CLOSE ARQ-CREDITOS
                   GOBACK
               END-IF
               PERFORM UNTIL FIM-CREDITOS
                   READ ARQ-CREDITOS
                       AT END
                           MOVE 'S' TO WRK-EOF-CREDITOS
                       NOT AT END
                           ADD 1 TO WRK-QTD-CREDITOS
                           PERFORM 0715-PREPARAR-CREDITO
                           IF CRE-SITUACAO NOT = 'A'
                               AND CRE-SALDO > ZEROS
                               PERFORM 0720-APLICAR-CREDITO
                           END-IF
                           WRITE REG-CRED-TRAB FROM REG-CREDITO
                   END-READ
               END-PERFORM
               CLOSE ARQ-CREDITOS
               CLOSE ARQ-CRED-TRAB
           END-IF.

      * LANCAMENTO ANTIGO, SEM OS CAMPOS DE SITUACAO, VIRA PENDENTE
      * COM SALDO IGUAL AO VALOR
       0715-PREPARAR-CREDITO.
           IF CRE-SITUACAO NOT = 'A' AND CRE-SITUACAO NOT = 'S'
               MOVE 'N' TO CRE-SITUACAO
               MOVE CRE-VALOR TO CRE-SALDO
               MOVE ZEROS TO CRE-DATA-APLIC
           END-IF.

      * A FATURA DE ORIGEM VEM PRIMEIRO, LIDA PELO NUMERO; O RESTANTE
      * SEGUE PELA 0310-APLICAR-NAS-FATURAS (ABERTA MAIS ANTIGA DO
      * CLIENTE)
       0720-APLICAR-CREDITO.
           MOVE CRE-CLIENTE TO WRK-CLIENTE.
           MOVE CRE-SALDO TO WRK-RESTANTE.
           MOVE ZEROS TO WRK-APLICADO.
           DISPLAY 'CREDITO DO PEDIDO ' CRE-PEDIDO
               ' CLIENTE ' WRK-CLIENTE
               ' FATURA DE ORIGEM ' CRE-FATURA.

           MOVE CRE-FATURA TO FAT-NUMERO.
           READ ARQ-FATURAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FAT-SITUACAO = 'A'
                       AND FAT-SALDO > ZEROS
                       PERFORM 0315-ABATER-FATURA
                   END-IF
           END-READ.

           IF WRK-RESTANTE > ZEROS
               PERFORM 0310-APLICAR-NAS-FATURAS
           END-IF.

           IF WRK-APLICADO > ZEROS
               ADD 1 TO WRK-CONT-APLICADOS
               ADD WRK-APLICADO TO WRK-TOT-CREDITO
               MOVE WRK-DATA-HOJE TO CRE-DATA-APLIC
           END-IF.
           MOVE WRK-RESTANTE TO CRE-SALDO.
           IF WRK-RESTANTE = ZEROS
               MOVE 'A' TO CRE-SITUACAO
           ELSE
               IF WRK-APLICADO > ZEROS
                   MOVE 'S' TO CRE-SITUACAO
               END-IF
               ADD WRK-RESTANTE TO WRK-TOT-SOBRA-CRE
               MOVE WRK-RESTANTE TO WRK-VALOR-ED
               DISPLAY 'SALDO DE CREDITO A FAVOR DE ' WRK-CLIENTE
                   ': R$' WRK-VALOR-ED
           END-IF.

      * O CREDITOS.WRK, COM SITUACAO, SALDO E DATA DE APLICACAO DE
      * CADA LANCAMENTO, VOLTA SOBRE O CREDITOS.DAT
       0730-GRAVAR-CREDITOS.
           OPEN INPUT ARQ-CRED-TRAB.
           IF WRK-FS-CRED-TRAB NOT = '00'
               DISPLAY 'ERRO AO RELER CREDITOS.WRK - FS='
                   WRK-FS-CRED-TRAB
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ARQ-CREDITOS.
           IF WRK-FS-CREDITOS NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR CREDITOS.DAT - FS='
                   WRK-FS-CREDITOS
               MOVE 8 TO RETURN-CODE
               CLOSE ARQ-CRED-TRAB
               GOBACK
           END-IF.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-CRED-TRAB
                   AT END
                       MOVE 'S' TO WRK-EOF-ARQUIVO
                   NOT AT END
                       WRITE REG-CREDITO FROM REG-CRED-TRAB
               END-READ
           END-PERFORM.
           CLOSE ARQ-CRED-TRAB.
           CLOSE ARQ-CREDITOS.

      * ESTORNO DE PAGAMENTO PELO NUMERO DO DOCUMENTO (POSICAO EM
      * PAGAMENTOS.DAT). SEGREGACAO DE FUNCOES: QUEM DIGITOU O
      * PAGAMENTO NAO O ESTORNA, MESMO SOB DELEGACAO. O VALOR BAIXADO
      * VOLTA AO SALDO DE CADA FATURA PELO PAGBAIXAS.DAT; PAGAMENTO
      * SEM O DETALHE DAS BAIXAS OU SEM O OPERADOR QUE O DIGITOU
      * (ANTERIOR A ELES) NAO E ESTORNADO AQUI. O PAGAMENTO FICA NO
      * ARQUIVO, E O ESTORNO ENTRA COMO LANCAMENTO PROPRIO EM
      * ESTORNOS.DAT, DATADO DE HOJE
       0800-ESTORNAR-PAGAMENTO.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'DOCUMENTO DO PAGAMENTO (7 DIGITOS)'
               ACCEPT WRK-DOC-X FROM CONSOLE
               IF WRK-DOC-X NUMERIC AND WRK-DOC > ZEROS
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'DOCUMENTO INVALIDO - SO DIGITOS'
               END-IF
           END-PERFORM.

           PERFORM 0810-LER-PAGAMENTO.
           IF NOT PAGAMENTO-ACHADO
               DISPLAY 'PAGAMENTO ' WRK-DOC ' NAO ENCONTRADO'
           ELSE
               PERFORM 0820-CONFERIR-ESTORNO
               EVALUATE TRUE
                   WHEN JA-ESTORNADO
                       DISPLAY 'PAGAMENTO ' WRK-DOC ' JA ESTORNADO'
                   WHEN WRK-PE-OPERADOR NOT = SPACES
                       AND WRK-PE-OPERADOR = WRK-PM-USUARIO
                       PERFORM 0825-RECUSAR-ESTORNO
                   WHEN WRK-PE-OPERADOR = SPACES
                       DISPLAY 'PAGAMENTO ' WRK-DOC ' SEM O '
                           'OPERADOR QUE O DIGITOU - '
                           'ESTORNO MANUAL'
                   WHEN OTHER
                       PERFORM 0830-CARREGAR-BAIXAS
                       IF WRK-TOT-BAIXAS NOT = WRK-PE-APLICADO
                           DISPLAY 'PAGAMENTO ' WRK-DOC ' SEM O '
                               'DETALHE DAS FATURAS BAIXADAS - '
                               'ESTORNO MANUAL'
                       ELSE
                           PERFORM 0840-CONFIRMAR-ESTORNO
                       END-IF
               END-EVALUATE
           END-IF.

       0810-LER-PAGAMENTO.
           MOVE 'N' TO WRK-FLAG-PAGAMENTO.
           MOVE ZEROS TO WRK-POS-PAGAMENTO.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-PAGAMENTOS.
           IF WRK-FS-PAGAMENTOS = '00'
               PERFORM UNTIL FIM-ARQUIVO OR PAGAMENTO-ACHADO
                   READ ARQ-PAGAMENTOS
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           ADD 1 TO WRK-POS-PAGAMENTO
                           IF WRK-POS-PAGAMENTO = WRK-DOC
                               SET PAGAMENTO-ACHADO TO TRUE
                               MOVE PAG-CLIENTE  TO WRK-PE-CLIENTE
                               MOVE PAG-DATA     TO WRK-PE-DATA
                               MOVE PAG-VALOR    TO WRK-PE-VALOR
                               MOVE PAG-APLICADO TO WRK-PE-APLICADO
                               MOVE PAG-OPERADOR TO WRK-PE-OPERADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PAGAMENTOS
           END-IF.

       0820-CONFERIR-ESTORNO.
           MOVE 'N' TO WRK-FLAG-ESTORNADO.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-ESTORNOS.
           IF WRK-FS-ESTORNOS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-ESTORNOS
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           IF EST-DOCUMENTO = WRK-DOC
                               SET JA-ESTORNADO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-ESTORNOS
           END-IF.

       0825-RECUSAR-ESTORNO.
           DISPLAY 'PAGAMENTO ' WRK-DOC ' DIGITADO POR '
               WRK-PM-USUARIO ' - ESTORNO RECUSADO'.
           MOVE WRK-PM-USUARIO TO WRK-AU-USUARIO.
           MOVE SPACES TO WRK-AU-ACAO.
           STRING 'ESTORNO RECUSADO ' DELIMITED BY SIZE
                  WRK-DOC             DELIMITED BY SIZE
               INTO WRK-AU-ACAO
           END-STRING.
           PERFORM 9570-GRAVAR-AUD-SEGURA.

       0830-CARREGAR-BAIXAS.
           MOVE ZEROS TO WRK-QTD-BAIXAS.
           MOVE ZEROS TO WRK-TOT-BAIXAS.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-BAIXAS.
           IF WRK-FS-BAIXAS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-BAIXAS
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           IF BXA-DOCUMENTO = WRK-DOC
                               AND WRK-QTD-BAIXAS < 100
                               ADD 1 TO WRK-QTD-BAIXAS
                               MOVE BXA-FATURA
                                   TO TAB-BXA-FATURA (WRK-QTD-BAIXAS)
                               MOVE BXA-VALOR
                                   TO TAB-BXA-VALOR (WRK-QTD-BAIXAS)
                               ADD BXA-VALOR TO WRK-TOT-BAIXAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-BAIXAS
           END-IF.

       0840-CONFIRMAR-ESTORNO.
           MOVE WRK-PE-VALOR TO WRK-VALOR-ED.
           MOVE WRK-PE-APLICADO TO WRK-VALOR2-ED.
           DISPLAY 'PAGAMENTO ' WRK-DOC ' CLIENTE ' WRK-PE-CLIENTE
               ' DE ' WRK-PE-DATA ' VALOR R$' WRK-VALOR-ED
               ' APLICADO R$' WRK-VALOR2-ED.
           DISPLAY 'DIGITADO POR ' WRK-PE-OPERADOR.
           PERFORM VARYING WRK-IDX-BXA FROM 1 BY 1
                   UNTIL WRK-IDX-BXA > WRK-QTD-BAIXAS
               MOVE TAB-BXA-VALOR (WRK-IDX-BXA) TO WRK-VALOR-ED
               DISPLAY '  FATURA ' TAB-BXA-FATURA (WRK-IDX-BXA)
                   ' VOLTA A DEVER R$' WRK-VALOR-ED
           END-PERFORM.
           DISPLAY 'MOTIVO DO ESTORNO'
           ACCEPT WRK-MOTIVO FROM CONSOLE.
           DISPLAY 'CONFIRMA O ESTORNO? (S/N)'
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF WRK-RESPOSTA NOT = 'S'
               DISPLAY 'ESTORNO NAO CONFIRMADO - NADA ALTERADO'
           ELSE
      * A TRAVA E CONFERIDA DE NOVO, COMO NA BAIXA
               PERFORM 9550-CONFERIR-TRAVA
               IF TRAVA-ATIVA
                   DISPLAY 'JANELA DE LOTE EM USO POR '
                       WRK-TL-PROGRAMA ' DESDE ' WRK-TL-DATA
                       ' - ESTORNO DESCARTADO'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WRK-IDX-BXA FROM 1 BY 1
                           UNTIL WRK-IDX-BXA > WRK-QTD-BAIXAS
                       PERFORM 0850-DEVOLVER-FATURA
                   END-PERFORM
                   PERFORM 0860-GRAVAR-ESTORNO
               END-IF
           END-IF.

      * A FATURA VOLTA A DEVER O QUE O PAGAMENTO TINHA ABATIDO E, SE
      * ESTAVA LIQUIDADA, VOLTA A FICAR EM ABERTO
       0850-DEVOLVER-FATURA.
           MOVE TAB-BXA-FATURA (WRK-IDX-BXA) TO FAT-NUMERO.
           READ ARQ-FATURAS
               INVALID KEY
                   DISPLAY 'FATURA ' FAT-NUMERO ' NAO ENCONTRADA - '
                       'SALDO NAO DEVOLVIDO'
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD TAB-BXA-VALOR (WRK-IDX-BXA) TO FAT-SALDO
                   MOVE 'A' TO FAT-SITUACAO
                   REWRITE REG-FATURA
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR FATURA '
                               FAT-NUMERO ' - FS=' WRK-FS-FATURAS
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
           END-READ.

       0860-GRAVAR-ESTORNO.
           OPEN EXTEND ARQ-ESTORNOS.
           IF WRK-FS-ESTORNOS = '35'
               OPEN OUTPUT ARQ-ESTORNOS
           END-IF.
           IF WRK-FS-ESTORNOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ESTORNOS.DAT - FS='
                   WRK-FS-ESTORNOS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-DOC         TO EST-DOCUMENTO
               MOVE WRK-PE-CLIENTE  TO EST-CLIENTE
               MOVE WRK-DATA-HOJE   TO EST-DATA
               MOVE WRK-PE-VALOR    TO EST-VALOR
               MOVE WRK-PE-APLICADO TO EST-APLICADO
               MOVE WRK-PE-DATA     TO EST-DATA-PAG
               MOVE WRK-PE-OPERADOR TO EST-DIGITADOR
               MOVE WRK-PM-USUARIO  TO EST-OPERADOR
               MOVE WRK-MOTIVO      TO EST-MOTIVO
               WRITE REG-ESTORNO
               CLOSE ARQ-ESTORNOS
           END-IF.

           MOVE WRK-PM-USUARIO TO WRK-AU-USUARIO.
           MOVE SPACES TO WRK-AU-ACAO.
           STRING 'ESTORNO PAGAMENTO ' DELIMITED BY SIZE
                  WRK-DOC              DELIMITED BY SIZE
               INTO WRK-AU-ACAO
           END-STRING.
           PERFORM 9570-GRAVAR-AUD-SEGURA.
           IF PM-SOB-DELEGACAO
               MOVE 'USO SOB DELEGACAO' TO WRK-AU-ACAO
               PERFORM 9570-GRAVAR-AUD-SEGURA
           END-IF.
           DISPLAY 'PAGAMENTO ' WRK-DOC ' ESTORNADO'.

           COPY VERTRAVA.

           COPY VERPERIODO.

           COPY CODSENHA.

           COPY GRAVAAUD.

           COPY VERPERM.
