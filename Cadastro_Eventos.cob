       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-EVENTOS.
      ***************************
      * Área de comentários
      * OBJETIVO: DIGITACAO DAS OCORRENCIAS DE RASTREIO DAS ENTREGAS
      * (COLETA, TRANSITO, TENTATIVAS, ENTREGA E INCIDENTES COMO
      * ENDERECO INCORRETO OU RECUSA) EM EVENTOS.DAT, UMA LINHA POR
      * OCORRENCIA: PEDIDO, DATA/HORA, CODIGO (CODEVENTO.CPY), LOCAL
      * E TRANSPORTADORA. O PEDIDO TEM QUE TER EMBARQUE EM
      * EMBARQUES.DAT, O CODIGO TEM QUE ESTAR NA TABELA E A
      * TRANSPORTADORA E VALIDADA NO CADASTRO. O MODO L LISTA O
      * HISTORICO COMPLETO DE UM PEDIDO. AS OCORRENCIAS QUE VEM DAS
      * TRANSPORTADORAS EM ARQUIVO ENTRAM PELO IMPORTA-EVENTOS
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
      * HISTORICO DE RASTREIO: SO CRESCE, CADA OCORRENCIA ACEITA E
      * ACRESCENTADA NO FIM DO ARQUIVO
           SELECT ARQ-EVENTOS ASSIGN TO 'EVENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EVENTOS.

           SELECT ARQ-EMBARQUES ASSIGN TO 'EMBARQUES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EMBARQUES.

           SELECT ARQ-TRANSPORTADORAS ASSIGN TO 'TRANSPORTADORAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TSP-CODIGO
               FILE STATUS IS WRK-FS-TRANSPORTADORAS.

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
       FD  ARQ-EVENTOS
           RECORDING MODE IS F.
       01  REG-EVENTO.
           05 EVT-PEDIDO      PIC 9(06).
           05 EVT-DATA        PIC 9(08).
           05 EVT-HORA        PIC 9(04).
           05 EVT-CODIGO      PIC X(02).
           05 EVT-LOCAL       PIC X(20).
           05 EVT-TRANSPORTADORA PIC X(04).
           05 EVT-ORIGEM      PIC X(01).

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

       FD  ARQ-TRANSPORTADORAS.
       01  REG-TRANSPORTADORA.
           05 TSP-CODIGO      PIC X(04).
           05 TSP-NOME        PIC X(30).
           05 TSP-CONTATO     PIC X(30).

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
       77 WRK-FS-EVENTOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMBARQUES PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRANSPORTADORAS PIC X(02) VALUE ZEROS.
       77 WRK-EOF-EVENTOS PIC X(01) VALUE 'N'.
         88 FIM-EVENTOS VALUE 'S'.
       77 WRK-EOF-EMBARQUES PIC X(01) VALUE 'N'.
         88 FIM-EMBARQUES VALUE 'S'.
       77 WRK-FLAG-TSP-ABERTO PIC X(01) VALUE 'N'.
         88 CADASTRO-TSP-ABERTO VALUE 'S'.

       77 WRK-MODO PIC X(01) VALUE SPACES.
         88 MODO-DIGITAR VALUE 'D'.
         88 MODO-LISTAR  VALUE 'L'.

       COPY CODEVENTO.

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AGORA PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA       PIC 9(04).
           05 FILLER            PIC X(09).

      * EMBARQUES PARA A CRITICA DO PEDIDO: SO RECEBE OCORRENCIA O
      * PEDIDO QUE SAIU PELA EXPEDICAO, E A TRANSPORTADORA DO
      * EMBARQUE E A SUGERIDA NA DIGITACAO
       77 WRK-QTD-EMBARQUES PIC 9(04) VALUE ZEROS.
       01 TAB-EMBARQUES.
           05 TAB-EMB-ITEM OCCURS 500 TIMES
                            INDEXED BY IDX-EMB.
               10 TAB-EMB-NUMERO  PIC 9(06).
               10 TAB-EMB-TRANSP  PIC X(04).

      * CAMPOS DA DIGITACAO: NUMEROS ENTRAM COMO DIGITOS PUROS EM
      * CAMPOS X REDEFINIDOS, COMO NAS DEMAIS ENTRADAS DE CONSOLE
       77 WRK-NUMERO-X PIC X(06) VALUE SPACES.
       77 WRK-NUMERO REDEFINES WRK-NUMERO-X PIC 9(06).
       77 WRK-DATA-X PIC X(08) VALUE SPACES.
       77 WRK-DATA REDEFINES WRK-DATA-X PIC 9(08).
       77 WRK-HORA-X PIC X(04) VALUE SPACES.
       77 WRK-HORA REDEFINES WRK-HORA-X PIC 9(04).
       77 WRK-CODIGO PIC X(02) VALUE SPACES.
       77 WRK-LOCAL PIC X(20) VALUE SPACES.
       77 WRK-TRANSPORTADORA PIC X(04) VALUE SPACES.
       77 WRK-TRANSP-EMBARQUE PIC X(04) VALUE SPACES.

       77 WRK-FLAG-CAMPO PIC X(01) VALUE 'N'.
         88 CAMPO-VALIDO VALUE 'S'.
       77 WRK-FLAG-EMBARQUE PIC X(01) VALUE 'N'.
         88 EMBARQUE-ENCONTRADO VALUE 'S'.
       77 WRK-FLAG-TSP PIC X(01) VALUE 'N'.
         88 TRANSPORTADORA-VALIDA VALUE 'S'.
       77 WRK-CONT-DIGITADOS PIC 9(04) VALUE ZEROS.
       77 WRK-CONT-LISTADOS PIC 9(04) VALUE ZEROS.
       77 WRK-RESPOSTA PIC X(01) VALUE SPACES.
       77 WRK-DATA-ED PIC 9(04)/99/99 VALUE ZEROS.
       77 WRK-HORA-ED PIC 99B99 VALUE ZEROS.

       COPY SENHA.

       COPY AUDSEG.

       COPY PERMISSAO.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-EVENTOS.
           MOVE 'N' TO WRK-EOF-EMBARQUES.
           MOVE 'N' TO WRK-FLAG-TSP-ABERTO.
           MOVE ZEROS TO WRK-QTD-EMBARQUES.
           MOVE ZEROS TO WRK-CONT-DIGITADOS.
           MOVE ZEROS TO WRK-CONT-LISTADOS.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.
           MOVE WRK-DH-HORA TO WRK-HORA-AGORA.

           DISPLAY 'MODO (D=DIGITAR OCORRENCIAS, L=LISTAR HISTORICO '
               'DE UM PEDIDO)'
           ACCEPT WRK-MODO FROM CONSOLE.

      * SO SEGUE QUEM A MATRIZ DE PERMISSOES AUTORIZA NESTE MODO
      * (USUARIO E SENHA EM USERS.DAT, RECUSA NO AUDITORIA.LOG)
           PERFORM 9519-REINICIAR-PERMISSOES.
           MOVE 'CADASTRO-EVENTOS' TO WRK-PM-PROGRAMA.
           MOVE WRK-MODO TO WRK-PM-MODO.
           PERFORM 9535-AUTORIZAR-OPERACAO.
           IF NOT PERMISSAO-CONCEDIDA
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN MODO-DIGITAR
                   PERFORM 0200-CARREGAR-EMBARQUES
                   PERFORM 0250-ABRIR-EVENTOS
                   PERFORM 0260-ABRIR-TRANSPORTADORAS
                   PERFORM 0300-DIGITAR-SESSAO
                   PERFORM 0270-FECHAR-TRANSPORTADORAS
                   CLOSE ARQ-EVENTOS
                   DISPLAY 'OCORRENCIAS GRAVADAS NESTA SESSAO: '
                       WRK-CONT-DIGITADOS
               WHEN MODO-LISTAR
                   PERFORM 0500-LISTAR-HISTORICO
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO'
           END-EVALUATE.

           GOBACK.

       0200-CARREGAR-EMBARQUES.
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
                       IF WRK-QTD-EMBARQUES < 500
                           ADD 1 TO WRK-QTD-EMBARQUES
                           MOVE EMB-NUMERO
                               TO TAB-EMB-NUMERO (WRK-QTD-EMBARQUES)
                           MOVE EMB-TRANSPORTADORA
                               TO TAB-EMB-TRANSP (WRK-QTD-EMBARQUES)
                       ELSE
                           DISPLAY 'TABELA DE EMBARQUES CHEIA - '
                               'PEDIDO FORA DA CRITICA ' EMB-NUMERO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-EMBARQUES.

      * ABRE O HISTORICO PARA ACRESCENTAR; NA PRIMEIRA VEZ O ARQUIVO
      * AINDA NAO EXISTE E E CRIADO
       0250-ABRIR-EVENTOS.
           OPEN EXTEND ARQ-EVENTOS.
           IF WRK-FS-EVENTOS = '35'
               OPEN OUTPUT ARQ-EVENTOS
           END-IF.
           IF WRK-FS-EVENTOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR EVENTOS.DAT - FS='
                   WRK-FS-EVENTOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * CADASTRO DE TRANSPORTADORAS ABERTO DURANTE A SESSAO PARA A
      * CRITICA DO CODIGO; AUSENTE, O CODIGO PASSA SEM CRITICA
       0260-ABRIR-TRANSPORTADORAS.
           OPEN INPUT ARQ-TRANSPORTADORAS.
           IF WRK-FS-TRANSPORTADORAS = '00'
               SET CADASTRO-TSP-ABERTO TO TRUE
           ELSE
               DISPLAY 'TRANSPORTADORAS.DAT AUSENTE - CODIGO SEM '
                   'CRITICA'
           END-IF.

       0270-FECHAR-TRANSPORTADORAS.
           IF CADASTRO-TSP-ABERTO
               CLOSE ARQ-TRANSPORTADORAS
           END-IF.

      * SESSAO DE DIGITACAO: UMA OCORRENCIA POR VOLTA ATE O NUMERO
      * DO PEDIDO VIR EM BRANCO. CADA OCORRENCIA CONFIRMADA JA VAI
      * PARA O ARQUIVO - O HISTORICO NAO E REGRAVADO
       0300-DIGITAR-SESSAO.
           PERFORM 0310-OBTER-NUMERO.
           PERFORM UNTIL WRK-NUMERO-X = SPACES
               PERFORM 0320-CRITICAR-PEDIDO
               PERFORM 0310-OBTER-NUMERO
           END-PERFORM.

       0310-OBTER-NUMERO.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'NUMERO DO PEDIDO (6 DIGITOS, BRANCO ENCERRA)'
               ACCEPT WRK-NUMERO-X FROM CONSOLE
               IF WRK-NUMERO-X = SPACES OR WRK-NUMERO-X NUMERIC
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'NUMERO INVALIDO - SO DIGITOS'
               END-IF
           END-PERFORM.

       0320-CRITICAR-PEDIDO.
           PERFORM 0330-BUSCAR-EMBARQUE.
           IF NOT EMBARQUE-ENCONTRADO
               DISPLAY 'PEDIDO ' WRK-NUMERO ' SEM EMBARQUE EM '
                   'EMBARQUES.DAT - OCORRENCIA RECUSADA'
           ELSE
               PERFORM 0340-DIGITAR-CAMPOS
           END-IF.

       0330-BUSCAR-EMBARQUE.
           MOVE 'N' TO WRK-FLAG-EMBARQUE.
           MOVE SPACES TO WRK-TRANSP-EMBARQUE.
           SET IDX-EMB TO 1.
           SEARCH TAB-EMB-ITEM
               AT END
                   CONTINUE
               WHEN IDX-EMB > WRK-QTD-EMBARQUES
                   CONTINUE
               WHEN TAB-EMB-NUMERO (IDX-EMB) = WRK-NUMERO
                   SET EMBARQUE-ENCONTRADO TO TRUE
                   MOVE TAB-EMB-TRANSP (IDX-EMB) TO WRK-TRANSP-EMBARQUE
           END-SEARCH.

      * DATA E HORA EM BRANCO ASSUMEM O MOMENTO DA DIGITACAO; A
      * TRANSPORTADORA EM BRANCO ASSUME A DO EMBARQUE
       0340-DIGITAR-CAMPOS.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'CODIGO DA OCORRENCIA (CO TR SE EN AT AV EX '
                   'EI AU RE)'
               ACCEPT WRK-CODIGO FROM CONSOLE
               MOVE WRK-CODIGO TO WRK-CEV-CODIGO
               PERFORM 9590-BUSCAR-CODIGO-EVENTO
               IF CODIGO-EVENTO-VALIDO
                   SET CAMPO-VALIDO TO TRUE
                   DISPLAY WRK-CEV-DESCRICAO
               ELSE
                   DISPLAY 'CODIGO DE OCORRENCIA DESCONHECIDO - '
                       WRK-CODIGO
               END-IF
           END-PERFORM.

           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'DATA DA OCORRENCIA (AAAAMMDD, BRANCO=HOJE)'
               ACCEPT WRK-DATA-X FROM CONSOLE
               IF WRK-DATA-X = SPACES
                   MOVE WRK-DATA-HOJE TO WRK-DATA
               END-IF
               IF WRK-DATA-X NUMERIC
                   IF WRK-DATA > WRK-DATA-HOJE
                       DISPLAY 'DATA FUTURA NAO ACEITA'
                   ELSE
                       SET CAMPO-VALIDO TO TRUE
                   END-IF
               ELSE
                   DISPLAY 'DATA INVALIDA - SO DIGITOS'
               END-IF
           END-PERFORM.

           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'HORA DA OCORRENCIA (HHMM, BRANCO=AGORA)'
               ACCEPT WRK-HORA-X FROM CONSOLE
               IF WRK-HORA-X = SPACES
                   MOVE WRK-HORA-AGORA TO WRK-HORA
               END-IF
               IF WRK-HORA-X NUMERIC
                   AND WRK-HORA-X (1:2) < '24'
                   AND WRK-HORA-X (3:2) < '60'
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'HORA INVALIDA - HHMM ENTRE 0000 E 2359'
               END-IF
           END-PERFORM.

           DISPLAY 'LOCAL DA OCORRENCIA (CIDADE/UNIDADE, 20 POSICOES)'
           ACCEPT WRK-LOCAL FROM CONSOLE.

           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'TRANSPORTADORA (BRANCO=' WRK-TRANSP-EMBARQUE
                   ' DO EMBARQUE)'
               ACCEPT WRK-TRANSPORTADORA FROM CONSOLE
               IF WRK-TRANSPORTADORA = SPACES
                   MOVE WRK-TRANSP-EMBARQUE TO WRK-TRANSPORTADORA
               END-IF
               PERFORM 0350-VALIDAR-TRANSPORTADORA
               IF TRANSPORTADORA-VALIDA
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'TRANSPORTADORA NAO CADASTRADA - '
                       WRK-TRANSPORTADORA
               END-IF
           END-PERFORM.

           DISPLAY 'CONFIRMA A OCORRENCIA ' WRK-CODIGO ' DO PEDIDO '
               WRK-NUMERO '? (S/N)'
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF WRK-RESPOSTA = 'S'
               PERFORM 0360-GRAVAR-EVENTO
           ELSE
               DISPLAY 'OCORRENCIA DESCARTADA'
           END-IF.

       0350-VALIDAR-TRANSPORTADORA.
           IF NOT CADASTRO-TSP-ABERTO
               SET TRANSPORTADORA-VALIDA TO TRUE
           ELSE
               MOVE 'N' TO WRK-FLAG-TSP
               MOVE WRK-TRANSPORTADORA TO TSP-CODIGO
               READ ARQ-TRANSPORTADORAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TRANSPORTADORA-VALIDA TO TRUE
               END-READ
           END-IF.

       0360-GRAVAR-EVENTO.
           MOVE WRK-NUMERO         TO EVT-PEDIDO.
           MOVE WRK-DATA           TO EVT-DATA.
           MOVE WRK-HORA           TO EVT-HORA.
           MOVE WRK-CODIGO         TO EVT-CODIGO.
           MOVE WRK-LOCAL          TO EVT-LOCAL.
           MOVE WRK-TRANSPORTADORA TO EVT-TRANSPORTADORA.
           MOVE 'D'                TO EVT-ORIGEM.
           WRITE REG-EVENTO.
           IF WRK-FS-EVENTOS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR EVENTOS.DAT - FS='
                   WRK-FS-EVENTOS
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WRK-CONT-DIGITADOS
               DISPLAY 'OCORRENCIA DO PEDIDO ' WRK-NUMERO ' GRAVADA'
           END-IF.

      * HISTORICO DE UM PEDIDO NA ORDEM EM QUE AS OCORRENCIAS FORAM
      * REGISTRADAS (D=DIGITADA, I=IMPORTADA DA TRANSPORTADORA)
       0500-LISTAR-HISTORICO.
           PERFORM 0310-OBTER-NUMERO.
           IF WRK-NUMERO-X NOT = SPACES
               OPEN INPUT ARQ-EVENTOS
               IF WRK-FS-EVENTOS NOT = '00'
                   DISPLAY 'NENHUMA OCORRENCIA REGISTRADA (EVENTOS.DAT '
                       'AUSENTE)'
               ELSE
                   DISPLAY '-- HISTORICO DO PEDIDO ' WRK-NUMERO ' --'
                   PERFORM UNTIL FIM-EVENTOS
                       READ ARQ-EVENTOS
                           AT END
                               MOVE 'S' TO WRK-EOF-EVENTOS
                           NOT AT END
                               IF EVT-PEDIDO = WRK-NUMERO
                                   PERFORM 0510-MOSTRAR-EVENTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQ-EVENTOS
                   DISPLAY 'OCORRENCIAS DO PEDIDO: ' WRK-CONT-LISTADOS
               END-IF
           END-IF.

       0510-MOSTRAR-EVENTO.
           ADD 1 TO WRK-CONT-LISTADOS.
           MOVE EVT-CODIGO TO WRK-CEV-CODIGO.
           PERFORM 9590-BUSCAR-CODIGO-EVENTO.
           MOVE EVT-DATA TO WRK-DATA-ED.
           MOVE EVT-HORA TO WRK-HORA-ED.
           INSPECT WRK-HORA-ED REPLACING ALL ' ' BY ':'.
           DISPLAY WRK-DATA-ED ' ' WRK-HORA-ED
               ' ' EVT-CODIGO ' ' WRK-CEV-DESCRICAO
               ' ' EVT-LOCAL
               ' TRANSP ' EVT-TRANSPORTADORA
               ' (' EVT-ORIGEM ')'.

           COPY BUSCAEVT.

           COPY CODSENHA.

           COPY GRAVAAUD.

           COPY VERPERM.
