       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-CONTAS.
      ***************************
      * Área de comentários
      * OBJETIVO: MANTER O DE-PARA CONTABIL (PLANOCTB.DAT) USADO PELO
      * EXPORTA-CONTAB NA GERACAO DO LANCAMENTOS.DAT: PARA CADA
      * EVENTO (FAT=FATURA DE FRETE, NDB=NOTA DE DEBITO DE ENCARGOS,
      * PAG=RECEBIMENTO, CRE=CREDITO DE CANCELAMENTO) A CONTA DO
      * RAZAO DEBITADA E A CONTA CREDITADA. INCLUSAO/ALTERACAO,
      * EXCLUSAO E LISTAGEM, NO MESMO ESTILO DA MANUTENCAO-FERIADOS -
      * A CONTABILIDADE TROCA A CONTA SEM PRECISAR DE RECOMPILACAO
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PLANOCTB ASSIGN TO 'PLANOCTB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAP-EVENTO
               FILE STATUS IS WRK-FS-PLANOCTB.

      * TRAVA DA JANELA DE LOTE: COM O MARCADOR DE LOTELOCK.DAT
      * ATIVO, A MANUTENCAO NAO ABRE OS ARQUIVOS PARA ATUALIZACAO
           SELECT ARQ-TRAVA ASSIGN TO 'LOTELOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRAVA.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PLANOCTB.
       01  REG-PLANOCTB.
           05 MAP-EVENTO        PIC X(03).
           05 MAP-CONTA-DEBITO  PIC X(10).
           05 MAP-CONTA-CREDITO PIC X(10).
           05 MAP-DESCRICAO     PIC X(30).

       FD  ARQ-TRAVA
           RECORDING MODE IS F.
       01  REG-TRAVA          PIC X(29).

       WORKING-STORAGE SECTION.
       77 WRK-FS-PLANOCTB PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRAVA PIC X(02) VALUE ZEROS.

       COPY TRAVALOTE.

       77 WRK-MODO PIC X(01) VALUE SPACES.
         88 MODO-ADICIONAR VALUE 'A'.
         88 MODO-EXCLUIR   VALUE 'E'.
         88 MODO-LISTAR    VALUE 'L'.

       77 WRK-EVENTO PIC X(03) VALUE SPACES.
         88 EVENTO-VALIDO VALUE 'FAT' 'NDB' 'PAG' 'CRE'.
       77 WRK-CONTA-DEBITO PIC X(10) VALUE SPACES.
       77 WRK-CONTA-CREDITO PIC X(10) VALUE SPACES.
       77 WRK-DESCRICAO PIC X(30) VALUE SPACES.

       77 WRK-EOF-PLANOCTB PIC X(01) VALUE 'N'.
         88 FIM-PLANOCTB VALUE 'S'.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-PLANOCTB.

           DISPLAY 'MODO (A=ADICIONAR/ALTERAR, E=EXCLUIR, L=LISTAR)'
           ACCEPT WRK-MODO FROM CONSOLE.

      * A JANELA DO LOTE TRAVA OS MODOS DE ATUALIZACAO; A LISTAGEM
      * SEGUE LIVRE
           IF MODO-ADICIONAR OR MODO-EXCLUIR
               PERFORM 9550-CONFERIR-TRAVA
               IF TRAVA-ATIVA
                   DISPLAY 'JANELA DE LOTE EM USO POR '
                       WRK-TL-PROGRAMA ' DESDE ' WRK-TL-DATA
                       ' - ATUALIZACAO RECUSADA'
                   GOBACK
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN MODO-ADICIONAR
                   PERFORM 0200-ADICIONAR-CONTA
               WHEN MODO-EXCLUIR
                   PERFORM 0300-EXCLUIR-CONTA
               WHEN MODO-LISTAR
                   PERFORM 0400-LISTAR-CONTAS
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO'
           END-EVALUATE.

           GOBACK.

      * EVENTO JA MAPEADO TEM AS CONTAS SUBSTITUIDAS; AS EXPORTACOES
      * SEGUINTES JA SAEM COM A CONTA NOVA
       0200-ADICIONAR-CONTA.
           OPEN I-O ARQ-PLANOCTB.
           IF WRK-FS-PLANOCTB = '35'
               OPEN OUTPUT ARQ-PLANOCTB
               CLOSE ARQ-PLANOCTB
               OPEN I-O ARQ-PLANOCTB
           END-IF.
           IF WRK-FS-PLANOCTB NOT = '00'
               DISPLAY 'ERRO AO ABRIR PLANOCTB.DAT - FS='
                   WRK-FS-PLANOCTB
               GOBACK
           END-IF.

           PERFORM 0500-OBTER-EVENTO.
           MOVE SPACES TO WRK-CONTA-DEBITO.
           PERFORM WITH TEST AFTER UNTIL WRK-CONTA-DEBITO NOT = SPACES
               DISPLAY 'CONTA A DEBITAR NO EVENTO'
               ACCEPT WRK-CONTA-DEBITO FROM CONSOLE
           END-PERFORM.
           MOVE SPACES TO WRK-CONTA-CREDITO.
           PERFORM WITH TEST AFTER UNTIL WRK-CONTA-CREDITO NOT = SPACES
               DISPLAY 'CONTA A CREDITAR NO EVENTO'
               ACCEPT WRK-CONTA-CREDITO FROM CONSOLE
           END-PERFORM.
           DISPLAY 'DESCRICAO DO EVENTO'
           ACCEPT WRK-DESCRICAO FROM CONSOLE.

           MOVE WRK-EVENTO        TO MAP-EVENTO.
           MOVE WRK-CONTA-DEBITO  TO MAP-CONTA-DEBITO.
           MOVE WRK-CONTA-CREDITO TO MAP-CONTA-CREDITO.
           MOVE WRK-DESCRICAO     TO MAP-DESCRICAO.
           WRITE REG-PLANOCTB
               INVALID KEY
                   REWRITE REG-PLANOCTB
                       INVALID KEY
                           DISPLAY 'ERRO AO ALTERAR O EVENTO - FS='
                               WRK-FS-PLANOCTB
                       NOT INVALID KEY
                           DISPLAY 'CONTAS DO EVENTO ALTERADAS'
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY 'CONTAS DO EVENTO CADASTRADAS'
           END-WRITE.
           CLOSE ARQ-PLANOCTB.

       0300-EXCLUIR-CONTA.
           OPEN I-O ARQ-PLANOCTB.
           IF WRK-FS-PLANOCTB NOT = '00'
               DISPLAY 'ERRO AO ABRIR PLANOCTB.DAT - FS='
                   WRK-FS-PLANOCTB
               GOBACK
           END-IF.

           PERFORM 0500-OBTER-EVENTO.
           MOVE WRK-EVENTO TO MAP-EVENTO.
           READ ARQ-PLANOCTB
               INVALID KEY
                   DISPLAY 'EVENTO NAO MAPEADO'
               NOT INVALID KEY
                   DELETE ARQ-PLANOCTB
                   DISPLAY 'EVENTO EXCLUIDO - A EXPORTACAO CONTABIL '
                       'FICA SUSPENSA ATE NOVO MAPEAMENTO'
           END-READ.
           CLOSE ARQ-PLANOCTB.

       0400-LISTAR-CONTAS.
           OPEN INPUT ARQ-PLANOCTB.
           IF WRK-FS-PLANOCTB NOT = '00'
               DISPLAY 'NENHUM EVENTO MAPEADO (PLANOCTB.DAT '
                   'AUSENTE)'
               GOBACK
           END-IF.

           DISPLAY '-- EVENTO / DEBITO / CREDITO / DESCRICAO --'.
           PERFORM UNTIL FIM-PLANOCTB
               READ ARQ-PLANOCTB NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-PLANOCTB
                   NOT AT END
                       DISPLAY MAP-EVENTO ' - ' MAP-CONTA-DEBITO
                           ' - ' MAP-CONTA-CREDITO ' - '
                           MAP-DESCRICAO
               END-READ
           END-PERFORM.
           CLOSE ARQ-PLANOCTB.

       0500-OBTER-EVENTO.
           MOVE SPACES TO WRK-EVENTO.
           PERFORM WITH TEST AFTER UNTIL EVENTO-VALIDO
               DISPLAY 'EVENTO (FAT, NDB, PAG OU CRE)'
               ACCEPT WRK-EVENTO FROM CONSOLE
               IF NOT EVENTO-VALIDO
                   DISPLAY 'EVENTO INVALIDO'
               END-IF
           END-PERFORM.

           COPY VERTRAVA.
