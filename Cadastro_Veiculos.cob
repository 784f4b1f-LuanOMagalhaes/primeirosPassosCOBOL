       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-VEICULOS.
      ***************************
      * Área de comentários
      * OBJETIVO: MANTER O CADASTRO DA FROTA (VEICULOS.DAT) USADO PELO
      * ROMANEIO-CARGAS PARA MONTAR AS CARGAS: PLACA, TIPO (V=VAN,
      * C=CAMINHAO, S=CARRETA), DEPOSITO DE ORIGEM ONDE O VEICULO
      * FICA, CAPACIDADE EM KG E EM M3 E SITUACAO (D=DISPONIVEL,
      * M=EM MANUTENCAO, I=INATIVO). SO O VEICULO DISPONIVEL RECEBE
      * CARGA. INCLUSAO, ATUALIZACAO, TROCA DE SITUACAO E LISTAGEM,
      * NO MESMO ESTILO DO CADASTRO-TRANSPORTADORAS
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
           SELECT ARQ-VEICULOS ASSIGN TO 'VEICULOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEI-PLACA
               FILE STATUS IS WRK-FS-VEICULOS.

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
       FD  ARQ-VEICULOS.
       01  REG-VEICULO.
           05 VEI-PLACA         PIC X(07).
           05 VEI-TIPO          PIC X(01).
           05 VEI-DEPOSITO      PIC X(03).
           05 VEI-CAPAC-KG      PIC 9(06).
           05 VEI-CAPAC-M3      PIC 9(03)V99.
           05 VEI-SITUACAO      PIC X(01).

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
       77 WRK-FS-VEICULOS PIC X(02) VALUE ZEROS.

       77 WRK-MODO PIC X(01) VALUE SPACES.
         88 MODO-ADICIONAR VALUE 'A'.
         88 MODO-ATUALIZAR VALUE 'U'.
         88 MODO-SITUACAO  VALUE 'S'.
         88 MODO-LISTAR    VALUE 'L'.

       77 WRK-PLACA    PIC X(07) VALUE SPACES.
       77 WRK-TIPO     PIC X(01) VALUE SPACES.
         88 TIPO-VALIDO VALUE 'V' 'C' 'S'.
       77 WRK-DEPOSITO PIC X(03) VALUE SPACES.
       77 WRK-SITUACAO PIC X(01) VALUE SPACES.
         88 SITUACAO-VALIDA VALUE 'D' 'M' 'I'.

      * CAPACIDADES DIGITADAS COMO TEXTO E VALIDADAS ANTES DO USO
       77 WRK-CAPAC-KG-TXT PIC X(06) VALUE SPACES.
       77 WRK-CAPAC-KG REDEFINES WRK-CAPAC-KG-TXT PIC 9(06).
       77 WRK-CAPAC-M3-TXT PIC X(05) VALUE SPACES.
       77 WRK-CAPAC-M3 REDEFINES WRK-CAPAC-M3-TXT PIC 9(03)V99.
       77 WRK-FLAG-DADOS PIC X(01) VALUE 'S'.
         88 DADOS-VALIDOS VALUE 'S'.

       77 WRK-EOF-VEICULOS PIC X(01) VALUE 'N'.
         88 FIM-VEICULOS VALUE 'S'.

       77 WRK-M3-ED PIC ZZ9,99 VALUE ZEROS.

       COPY SENHA.

       COPY AUDSEG.

       COPY PERMISSAO.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-VEICULOS.

           DISPLAY 'MODO (A=ADICIONAR, U=ATUALIZAR, S=SITUACAO, '
               'L=LISTAR)'
           ACCEPT WRK-MODO FROM CONSOLE.

      * SO SEGUE QUEM A MATRIZ DE PERMISSOES AUTORIZA NESTE MODO
      * (USUARIO E SENHA EM USERS.DAT, RECUSA NO AUDITORIA.LOG)
           PERFORM 9519-REINICIAR-PERMISSOES.
           MOVE 'CADASTRO-VEICULOS' TO WRK-PM-PROGRAMA.
           MOVE WRK-MODO TO WRK-PM-MODO.
           PERFORM 9535-AUTORIZAR-OPERACAO.
           IF NOT PERMISSAO-CONCEDIDA
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN MODO-ADICIONAR
                   PERFORM 0200-ADICIONAR-VEICULO
               WHEN MODO-ATUALIZAR
                   PERFORM 0300-ATUALIZAR-VEICULO
               WHEN MODO-SITUACAO
                   PERFORM 0350-TROCAR-SITUACAO
               WHEN MODO-LISTAR
                   PERFORM 0400-LISTAR-VEICULOS
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO'
           END-EVALUATE.

           GOBACK.

       0200-ADICIONAR-VEICULO.
           OPEN I-O ARQ-VEICULOS.
           IF WRK-FS-VEICULOS = '35'
               OPEN OUTPUT ARQ-VEICULOS
               CLOSE ARQ-VEICULOS
               OPEN I-O ARQ-VEICULOS
           END-IF.
           IF WRK-FS-VEICULOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR VEICULOS.DAT - FS='
                   WRK-FS-VEICULOS
               GOBACK
           END-IF.

           DISPLAY 'DIGITE A PLACA (7 POSICOES)'
           ACCEPT WRK-PLACA FROM CONSOLE.
           PERFORM 0250-DIGITAR-DADOS.
           IF NOT DADOS-VALIDOS
               CLOSE ARQ-VEICULOS
               GOBACK
           END-IF.

           MOVE WRK-PLACA    TO VEI-PLACA.
           MOVE WRK-TIPO     TO VEI-TIPO.
           MOVE WRK-DEPOSITO TO VEI-DEPOSITO.
           MOVE WRK-CAPAC-KG TO VEI-CAPAC-KG.
           MOVE WRK-CAPAC-M3 TO VEI-CAPAC-M3.
           MOVE 'D'          TO VEI-SITUACAO.
           WRITE REG-VEICULO
               INVALID KEY
                   DISPLAY 'VEICULO JA CADASTRADO'
               NOT INVALID KEY
                   DISPLAY 'VEICULO CADASTRADO COM SUCESSO - '
                       'DISPONIVEL'
           END-WRITE.
           CLOSE ARQ-VEICULOS.

      * TIPO, DEPOSITO E CAPACIDADES, COMUNS A INCLUSAO E A
      * ATUALIZACAO; CAPACIDADE ZERADA NAO SERVE PARA MONTAR CARGA
       0250-DIGITAR-DADOS.
           MOVE 'S' TO WRK-FLAG-DADOS.
           DISPLAY 'DIGITE O TIPO (V=VAN, C=CAMINHAO, S=CARRETA)'
           ACCEPT WRK-TIPO FROM CONSOLE.
           DISPLAY 'DIGITE O DEPOSITO DE ORIGEM (EX SAO)'
           ACCEPT WRK-DEPOSITO FROM CONSOLE.
           DISPLAY 'DIGITE A CAPACIDADE EM KG (6 DIGITOS)'
           ACCEPT WRK-CAPAC-KG-TXT FROM CONSOLE.
           DISPLAY 'DIGITE A CAPACIDADE EM M3 (5 DIGITOS, EX 04550 = '
               '45,50)'
           ACCEPT WRK-CAPAC-M3-TXT FROM CONSOLE.
           EVALUATE TRUE
               WHEN NOT TIPO-VALIDO
                   DISPLAY 'TIPO INVALIDO - USE V, C OU S'
                   MOVE 'N' TO WRK-FLAG-DADOS
               WHEN WRK-DEPOSITO = SPACES
                   DISPLAY 'DEPOSITO NAO INFORMADO'
                   MOVE 'N' TO WRK-FLAG-DADOS
               WHEN WRK-CAPAC-KG-TXT NOT NUMERIC
                   OR WRK-CAPAC-KG = ZEROS
                   DISPLAY 'CAPACIDADE EM KG INVALIDA - USE 6 DIGITOS'
                   MOVE 'N' TO WRK-FLAG-DADOS
               WHEN WRK-CAPAC-M3-TXT NOT NUMERIC
                   OR WRK-CAPAC-M3 = ZEROS
                   DISPLAY 'CAPACIDADE EM M3 INVALIDA - USE 5 DIGITOS'
                   MOVE 'N' TO WRK-FLAG-DADOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0300-ATUALIZAR-VEICULO.
           OPEN I-O ARQ-VEICULOS.
           IF WRK-FS-VEICULOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR VEICULOS.DAT - FS='
                   WRK-FS-VEICULOS
               GOBACK
           END-IF.

           DISPLAY 'DIGITE A PLACA'
           ACCEPT WRK-PLACA FROM CONSOLE.
           MOVE WRK-PLACA TO VEI-PLACA.
           READ ARQ-VEICULOS
               INVALID KEY
                   DISPLAY 'VEICULO NAO CADASTRADO'
               NOT INVALID KEY
                   PERFORM 0250-DIGITAR-DADOS
                   IF DADOS-VALIDOS
                       MOVE WRK-TIPO     TO VEI-TIPO
                       MOVE WRK-DEPOSITO TO VEI-DEPOSITO
                       MOVE WRK-CAPAC-KG TO VEI-CAPAC-KG
                       MOVE WRK-CAPAC-M3 TO VEI-CAPAC-M3
                       REWRITE REG-VEICULO
                       DISPLAY 'VEICULO ATUALIZADO COM SUCESSO'
                   END-IF
           END-READ.
           CLOSE ARQ-VEICULOS.

      * ENTRADA E SAIDA DA OFICINA, BAIXA E RETORNO DA FROTA
       0350-TROCAR-SITUACAO.
           OPEN I-O ARQ-VEICULOS.
           IF WRK-FS-VEICULOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR VEICULOS.DAT - FS='
                   WRK-FS-VEICULOS
               GOBACK
           END-IF.

           DISPLAY 'DIGITE A PLACA'
           ACCEPT WRK-PLACA FROM CONSOLE.
           MOVE WRK-PLACA TO VEI-PLACA.
           READ ARQ-VEICULOS
               INVALID KEY
                   DISPLAY 'VEICULO NAO CADASTRADO'
               NOT INVALID KEY
                   DISPLAY 'SITUACAO ATUAL: ' VEI-SITUACAO
                   DISPLAY 'NOVA SITUACAO (D=DISPONIVEL, '
                       'M=MANUTENCAO, I=INATIVO)'
                   ACCEPT WRK-SITUACAO FROM CONSOLE
                   IF SITUACAO-VALIDA
                       MOVE WRK-SITUACAO TO VEI-SITUACAO
                       REWRITE REG-VEICULO
                       DISPLAY 'SITUACAO ATUALIZADA COM SUCESSO'
                   ELSE
                       DISPLAY 'SITUACAO INVALIDA - USE D, M OU I'
                   END-IF
           END-READ.
           CLOSE ARQ-VEICULOS.

       0400-LISTAR-VEICULOS.
           OPEN INPUT ARQ-VEICULOS.
           IF WRK-FS-VEICULOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR VEICULOS.DAT - FS='
                   WRK-FS-VEICULOS
               GOBACK
           END-IF.

           DISPLAY '-- FROTA CADASTRADA --'.
           PERFORM UNTIL FIM-VEICULOS
               READ ARQ-VEICULOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-VEICULOS
                   NOT AT END
                       MOVE VEI-CAPAC-M3 TO WRK-M3-ED
                       DISPLAY VEI-PLACA ' - ' VEI-TIPO
                           ' - ' VEI-DEPOSITO
                           ' - ' VEI-CAPAC-KG ' KG - '
                           WRK-M3-ED ' M3 - ' VEI-SITUACAO
               END-READ
           END-PERFORM.
           CLOSE ARQ-VEICULOS.

           COPY CODSENHA.

           COPY GRAVAAUD.

           COPY VERPERM.
