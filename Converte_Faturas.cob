       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-FATURAS.
      ***************************
      * Área de comentários
      * OBJETIVO: CONVERTER O CADASTRO DE FATURAS DE SEQUENCIAL PARA
      * INDEXADO. O FATURAS.DAT SEQUENCIAL ANTIGO E RENOMEADO PARA
      * FATURAS.SEQ E ESTE PROGRAMA CRIA O FATURAS.DAT INDEXADO POR
      * FAT-NUMERO, COM CHAVE ALTERNATIVA FAT-CLIENTE, COMPLETANDO OS
      * CAMPOS DE REGISTROS GRAVADOS ANTES DO TIPO, DA ORIGEM E DO
      * ICMS. O MODO U FAZ O CAMINHO DE VOLTA (INDEXADO PARA
      * FATURAS.SEQ), COMO O BACKUP-USUARIOS, PARA RECONSTRUIR O
      * INDICE CORROMPIDO. CONTAGENS DOS DOIS LADOS PARA CONFERIR
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FATURAS ASSIGN TO 'FATURAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-NUMERO
               ALTERNATE RECORD KEY IS FAT-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-FATURAS.

      * CADASTRO NO FORMATO SEQUENCIAL ANTIGO, UMA FATURA POR LINHA
           SELECT ARQ-SEQUENCIAL ASSIGN TO 'FATURAS.SEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SEQUENCIAL.

      * TRAVA DA JANELA DE LOTE: A CONVERSAO TROCA O ARQUIVO QUE O
      * LOTE LE E GRAVA
           SELECT ARQ-TRAVA ASSIGN TO 'LOTELOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRAVA.

           SELECT ARQ-RUNLOG ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA DIVISION.
       FILE SECTION.
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

       FD  ARQ-SEQUENCIAL
           RECORDING MODE IS F.
       01  REG-SEQUENCIAL.
           05 SEQ-NUMERO      PIC 9(06).
           05 SEQ-CLIENTE     PIC X(06).
           05 SEQ-DATA        PIC 9(08).
           05 SEQ-VALOR       PIC 9(11)V99.
           05 SEQ-SALDO       PIC 9(11)V99.
           05 SEQ-SITUACAO    PIC X(01).
           05 SEQ-TIPO        PIC X(01).
           05 SEQ-ORIGEM      PIC 9(06).
           05 SEQ-ICMS        PIC 9(09)V99.

       FD  ARQ-TRAVA
           RECORDING MODE IS F.
       01  REG-TRAVA          PIC X(29).

       FD  ARQ-RUNLOG
           RECORDING MODE IS F.
       01  REG-RUNLOG         PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-FATURAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-SEQUENCIAL PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRAVA PIC X(02) VALUE ZEROS.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-EOF-ARQUIVO PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO VALUE 'S'.

       COPY TRAVALOTE.

       COPY RUNLOG.

       77 WRK-MODO PIC X(01) VALUE SPACES.
         88 MODO-CONVERTER   VALUE 'C'.
         88 MODO-DESCARREGAR VALUE 'U'.

       77 WRK-CONT-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-GRAVADOS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-REJEITADOS PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           MOVE ZEROS TO WRK-CONT-LIDOS.
           MOVE ZEROS TO WRK-CONT-GRAVADOS.
           MOVE ZEROS TO WRK-CONT-REJEITADOS.

           PERFORM 9550-CONFERIR-TRAVA.
           IF TRAVA-ATIVA
               DISPLAY 'JANELA DE LOTE EM USO POR ' WRK-TL-PROGRAMA
                   ' DESDE ' WRK-TL-DATA ' - CONVERSAO RECUSADA'
               GOBACK
           END-IF.

           DISPLAY 'MODO (C=CONVERTER FATURAS.SEQ P/ INDEXADO,'
           DISPLAY '      U=DESCARREGAR INDEXADO P/ FATURAS.SEQ)'
           ACCEPT WRK-MODO FROM CONSOLE.

           EVALUATE TRUE
               WHEN MODO-CONVERTER
                   PERFORM 0200-CONVERTER
               WHEN MODO-DESCARREGAR
                   PERFORM 0300-DESCARREGAR
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO'
                   GOBACK
           END-EVALUATE.

           MOVE WRK-CONT-LIDOS TO WRK-CTL-LIDOS.
           MOVE WRK-CONT-GRAVADOS TO WRK-CTL-PROCESSADOS.
           MOVE WRK-CONT-REJEITADOS TO WRK-CTL-REJEITADOS.
           MOVE 'CONVERTE-FATUR' TO WRK-RL-PROGRAMA.
           PERFORM 9700-GRAVAR-CONTROLE.

           GOBACK.

      * CONVERSAO: CRIA UM FATURAS.DAT INDEXADO NOVO A PARTIR DO
      * SEQUENCIAL. NUMERO DE FATURA REPETIDO NAO ENTRA NO INDEXADO:
      * E LISTADO PARA O FINANCEIRO CORRIGIR NO FATURAS.SEQ E A
      * CONVERSAO TERMINA COM RETURN-CODE 8
       0200-CONVERTER.
           OPEN INPUT ARQ-SEQUENCIAL.
           IF WRK-FS-SEQUENCIAL NOT = '00'
               DISPLAY 'ERRO AO ABRIR FATURAS.SEQ - FS='
                   WRK-FS-SEQUENCIAL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ARQ-FATURAS.
           IF WRK-FS-FATURAS NOT = '00'
               DISPLAY 'ERRO AO CRIAR FATURAS.DAT - FS=' WRK-FS-FATURAS
               CLOSE ARQ-SEQUENCIAL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-SEQUENCIAL
                   AT END
                       MOVE 'S' TO WRK-EOF-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-CONT-LIDOS
                       PERFORM 0210-GRAVAR-INDEXADO
               END-READ
           END-PERFORM.
           CLOSE ARQ-SEQUENCIAL.
           CLOSE ARQ-FATURAS.

           DISPLAY 'FATURAS LIDAS DO FATURAS.SEQ: ' WRK-CONT-LIDOS.
           DISPLAY 'FATURAS GRAVADAS NO INDEXADO: ' WRK-CONT-GRAVADOS.
           IF WRK-CONT-LIDOS NOT = WRK-CONT-GRAVADOS
               DISPLAY 'ATENCAO: CONTAGENS NAO CONFEREM'
               MOVE 8 TO RETURN-CODE
           END-IF.

      * FATURA GRAVADA ANTES DO TIPO E DA ORIGEM ENTRA COMO FATURA
      * NORMAL SEM ORIGEM; ANTES DO ICMS, COM ICMS ZERADO - OS
      * PROGRAMAS QUE LEEM O INDEXADO NAO PRECISAM MAIS COMPLETAR
       0210-GRAVAR-INDEXADO.
           MOVE SEQ-NUMERO   TO FAT-NUMERO.
           MOVE SEQ-CLIENTE  TO FAT-CLIENTE.
           MOVE SEQ-DATA     TO FAT-DATA.
           MOVE SEQ-VALOR    TO FAT-VALOR.
           MOVE SEQ-SALDO    TO FAT-SALDO.
           MOVE SEQ-SITUACAO TO FAT-SITUACAO.
           MOVE SEQ-TIPO     TO FAT-TIPO.
           IF SEQ-TIPO = SPACE
               MOVE 'F' TO FAT-TIPO
           END-IF.
           MOVE ZEROS TO FAT-ORIGEM.
           IF SEQ-ORIGEM NUMERIC
               MOVE SEQ-ORIGEM TO FAT-ORIGEM
           END-IF.
           MOVE ZEROS TO FAT-ICMS.
           IF SEQ-ICMS NUMERIC
               MOVE SEQ-ICMS TO FAT-ICMS
           END-IF.
           WRITE REG-FATURA
               INVALID KEY
                   DISPLAY 'FATURA DUPLICADA NO FATURAS.SEQ - '
                       SEQ-NUMERO ' CLIENTE ' SEQ-CLIENTE
                   ADD 1 TO WRK-CONT-REJEITADOS
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-GRAVADOS
           END-WRITE.

       0300-DESCARREGAR.
           OPEN INPUT ARQ-FATURAS.
           IF WRK-FS-FATURAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR FATURAS.DAT - FS=' WRK-FS-FATURAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ARQ-SEQUENCIAL.
           IF WRK-FS-SEQUENCIAL NOT = '00'
               DISPLAY 'ERRO AO ABRIR FATURAS.SEQ - FS='
                   WRK-FS-SEQUENCIAL
               CLOSE ARQ-FATURAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-FATURAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-CONT-LIDOS
                       WRITE REG-SEQUENCIAL FROM REG-FATURA
                       IF WRK-FS-SEQUENCIAL = '00'
                           ADD 1 TO WRK-CONT-GRAVADOS
                       ELSE
                           DISPLAY 'ERRO AO GRAVAR FATURAS.SEQ - FS='
                               WRK-FS-SEQUENCIAL
                           ADD 1 TO WRK-CONT-REJEITADOS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FATURAS.
           CLOSE ARQ-SEQUENCIAL.

           DISPLAY 'FATURAS LIDAS DO INDEXADO: ' WRK-CONT-LIDOS.
           DISPLAY 'FATURAS GRAVADAS NO FATURAS.SEQ: '
               WRK-CONT-GRAVADOS.
           IF WRK-CONT-LIDOS NOT = WRK-CONT-GRAVADOS
               DISPLAY 'ATENCAO: CONTAGENS NAO CONFEREM'
               MOVE 8 TO RETURN-CODE
           END-IF.

           COPY VERTRAVA.

           COPY GRAVALOG.
