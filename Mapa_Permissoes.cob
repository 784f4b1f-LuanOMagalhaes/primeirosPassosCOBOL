       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAPA-PERMISSOES.
      ***************************
      * Área de comentários
      * OBJETIVO: RELATORIO DE QUEM PODE FAZER O QUE: PARA CADA
      * PROGRAMA E MODO CITADO NA MATRIZ DE PERMISSOES
      * (PERMISSOES.DAT), OS USUARIOS DE USERS.DAT QUE A MATRIZ
      * AUTORIZA HOJE, COM O NIVEL, A ORIGEM DA AUTORIZACAO (LINHA
      * DO USUARIO, DO NIVEL, DE DELEGACAO VIGENTE EM DELEGACOES.DAT
      * OU GERAL) E A SITUACAO DA CONTA. A DECISAO E A MESMA DOS
      * PROGRAMAS (VERPERM.CPY). SAI EM PERMISSOES.DYYYYMMDD.RPT,
      * ANOTADO NO RELCAT.DAT
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-USUARIOS ASSIGN TO 'USERS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT ARQ-AUDITORIA ASSIGN TO 'AUDITORIA.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.

           SELECT ARQ-CLASSIF ASSIGN TO 'SORTWK01'.

           SELECT ARQ-RELATORIO ASSIGN TO DYNAMIC WRK-NOME-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

           SELECT ARQ-CATALOGO ASSIGN TO 'RELCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CATALOGO.

           SELECT ARQ-RUNLOG ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNLOG.
       DATA DIVISION.
       FILE SECTION.
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

       FD  ARQ-AUDITORIA
           RECORDING MODE IS F.
       01  REG-AUDITORIA        PIC X(96).

      * UMA LINHA POR USUARIO AUTORIZADO EM CADA PROGRAMA/MODO,
      * CLASSIFICADA POR PROGRAMA, MODO E USUARIO
       SD  ARQ-CLASSIF.
       01  REG-CLASSIF.
           05 SRT-PROGRAMA      PIC X(24).
           05 SRT-MODO          PIC X(01).
           05 SRT-USUARIO       PIC X(20).
           05 SRT-NIVEL         PIC 9(02).
           05 SRT-NIVEL-DEL     PIC 9(02).
           05 SRT-ORIGEM        PIC X(09).
           05 SRT-SITUACAO      PIC X(09).

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO        PIC X(132).

       FD  ARQ-CATALOGO
           RECORDING MODE IS F.
       01  REG-CATALOGO         PIC X(57).

       FD  ARQ-RUNLOG
           RECORDING MODE IS F.
       01  REG-RUNLOG           PIC X(80).

       WORKING-STORAGE SECTION.
       77 WRK-FS-USUARIOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-DELEGACOES PIC X(02) VALUE ZEROS.
       77 WRK-FS-PERMISSOES PIC X(02) VALUE ZEROS.
       77 WRK-FS-AUDITORIA PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELATORIO PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATALOGO PIC X(02) VALUE ZEROS.
       77 WRK-FS-RUNLOG PIC X(02) VALUE ZEROS.
       77 WRK-NOME-RELATORIO PIC X(30) VALUE SPACES.
       77 WRK-EOF-USUARIOS PIC X(01) VALUE 'N'.
         88 FIM-USUARIOS VALUE 'S'.
       77 WRK-EOF-CLASSIF PIC X(01) VALUE 'N'.
         88 FIM-CLASSIF VALUE 'S'.
       77 WRK-DELEG-ABERTO PIC X(01) VALUE 'N'.
         88 DELEGACOES-ABERTAS VALUE 'S'.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.

      * PARES PROGRAMA/MODO DISTINTOS DA MATRIZ
       77 WRK-QTD-PARES PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-PAR PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-BUSCA PIC 9(03) COMP VALUE ZEROS.
       77 WRK-FLAG-ACHOU PIC X(01) VALUE 'N'.
         88 PAR-ACHADO VALUE 'S'.
       01 TAB-PARES.
           05 TAB-PAR OCCURS 300 TIMES.
               10 TAB-PAR-PROGRAMA    PIC X(24).
               10 TAB-PAR-MODO        PIC X(01).
               10 TAB-PAR-QTD         PIC 9(05).

      * QUEBRA DO RELATORIO
       77 WRK-PROGRAMA-ANT PIC X(24) VALUE SPACES.
       77 WRK-MODO-ANT PIC X(01) VALUE SPACES.
       77 WRK-CONT-GRUPO PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-LINHAS PIC 9(06) VALUE ZEROS.
       77 WRK-CONT-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-NIVEL-ED PIC 99 VALUE ZEROS.

       COPY RUNLOG.

       COPY CATREL.

       COPY IMPRESSO.

       COPY SENHA.

       COPY AUDSEG.

       COPY PERMISSAO.

       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

      * LINHA DE DETALHE: UM USUARIO AUTORIZADO
       01 WRK-LINHA-DETALHE.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WRK-LD-USUARIO     PIC X(20).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-NIVEL       PIC 99.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WRK-LD-NIVEL-DEL   PIC X(02).
           05 FILLER             PIC X(05) VALUE SPACES.
           05 WRK-LD-ORIGEM      PIC X(09).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WRK-LD-SITUACAO    PIC X(09).

      * CABECALHO DE COLUNAS, ALINHADO COLUNA A COLUNA COM
      * WRK-LINHA-DETALHE ACIMA, REPETIDO A CADA PAGINA
       01 WRK-LINHA-CABECALHO.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 FILLER             PIC X(20) VALUE 'USUARIO'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(05) VALUE 'NIVEL'.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 FILLER             PIC X(07) VALUE 'DELEG.'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(09) VALUE 'ORIGEM'.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 FILLER             PIC X(09) VALUE 'SITUACAO'.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE 'N' TO WRK-EOF-USUARIOS.
           MOVE 'N' TO WRK-EOF-CLASSIF.
           MOVE 'N' TO WRK-DELEG-ABERTO.
           MOVE ZEROS TO WRK-QTD-PARES.
           MOVE ZEROS TO WRK-CONT-LINHAS.
           MOVE ZEROS TO WRK-CTL-LIDOS.
           MOVE ZEROS TO WRK-CTL-PROCESSADOS.
           MOVE ZEROS TO WRK-CTL-REJEITADOS.
           MOVE SPACES TO WRK-PROGRAMA-ANT.
           MOVE SPACES TO WRK-MODO-ANT.
           PERFORM 9519-REINICIAR-PERMISSOES.

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           PERFORM 9522-CARREGAR-PERMISSOES.
           IF NOT MATRIZ-EXISTE
               DISPLAY 'PERMISSOES.DAT AUSENTE - SEM MATRIZ SO O ADM '
                   '(NIVEL 01) PASSA; IMPLANTE NO ACESSO-USUARIOS '
                   '(MODO M)'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0150-MONTAR-PARES.

           OPEN INPUT ARQ-USUARIOS.
           IF WRK-FS-USUARIOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR USERS.DAT - FS=' WRK-FS-USUARIOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARQ-DELEGACOES.
           IF WRK-FS-DELEGACOES = '00'
               SET DELEGACOES-ABERTAS TO TRUE
           END-IF.

           PERFORM 0300-ABRIR-RELATORIO.

           SORT ARQ-CLASSIF
               ON ASCENDING KEY SRT-PROGRAMA
                                SRT-MODO
                                SRT-USUARIO
               INPUT PROCEDURE IS 0200-AVALIAR-USUARIOS
               OUTPUT PROCEDURE IS 0400-IMPRIMIR-MAPA.

           CLOSE ARQ-USUARIOS.
           IF DELEGACOES-ABERTAS
               CLOSE ARQ-DELEGACOES
           END-IF.

           PERFORM 0500-IMPRIMIR-SEM-USUARIO.
           PERFORM 9820-ENCERRAR-RELATORIO.
           CLOSE ARQ-RELATORIO.

           MOVE 'MAPA-PERMISSOES' TO WRK-RL-PROGRAMA.
           PERFORM 9700-GRAVAR-CONTROLE.

           MOVE WRK-CTL-LIDOS TO WRK-CONT-ED.
           DISPLAY 'USUARIOS AVALIADOS: ' WRK-CONT-ED.
           MOVE WRK-QTD-PARES TO WRK-CONT-ED.
           DISPLAY 'PROGRAMAS/MODOS NA MATRIZ: ' WRK-CONT-ED.
           DISPLAY 'RELATORIO EM ' WRK-NOME-RELATORIO.
           GOBACK.

      * CADA PROGRAMA/MODO QUE APARECE NA MATRIZ VIRA UMA PERGUNTA:
      * QUEM PODE? (MODO '*' E A PERGUNTA DO PROGRAMA INTEIRO, A QUE
      * O MENU-PRINCIPAL FAZ)
       0150-MONTAR-PARES.
           PERFORM VARYING WRK-PM-IDX FROM 1 BY 1
                   UNTIL WRK-PM-IDX > WRK-PM-QTD
               MOVE 'N' TO WRK-FLAG-ACHOU
               PERFORM VARYING WRK-IDX-BUSCA FROM 1 BY 1
                       UNTIL WRK-IDX-BUSCA > WRK-QTD-PARES
                          OR PAR-ACHADO
                   IF TAB-PAR-PROGRAMA (WRK-IDX-BUSCA)
                           = TAB-PRM-PROGRAMA (WRK-PM-IDX)
                       AND TAB-PAR-MODO (WRK-IDX-BUSCA)
                           = TAB-PRM-MODO (WRK-PM-IDX)
                       SET PAR-ACHADO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT PAR-ACHADO
                   ADD 1 TO WRK-QTD-PARES
                   MOVE TAB-PRM-PROGRAMA (WRK-PM-IDX)
                       TO TAB-PAR-PROGRAMA (WRK-QTD-PARES)
                   MOVE TAB-PRM-MODO (WRK-PM-IDX)
                       TO TAB-PAR-MODO (WRK-QTD-PARES)
                   MOVE ZEROS TO TAB-PAR-QTD (WRK-QTD-PARES)
               END-IF
           END-PERFORM.

      * ENTRADA DO SORT: CADA USUARIO CONTRA CADA PROGRAMA/MODO, COM
      * O NIVEL DO CADASTRO E O DA DELEGACAO VIGENTE HOJE
       0200-AVALIAR-USUARIOS.
           PERFORM UNTIL FIM-USUARIOS
               READ ARQ-USUARIOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-USUARIOS
                   NOT AT END
                       ADD 1 TO WRK-CTL-LIDOS
                       PERFORM 0210-AVALIAR-USUARIO
               END-READ
           END-PERFORM.

       0210-AVALIAR-USUARIO.
           MOVE USR-USUARIO TO WRK-PM-USUARIO.
           MOVE USR-NIVEL TO WRK-PM-NIVEL.
           MOVE ZEROS TO WRK-PM-NIVEL-DEL.
           IF DELEGACOES-ABERTAS
               MOVE USR-USUARIO TO DEL-USUARIO
               READ ARQ-DELEGACOES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEL-DATA-INI <= WRK-DATA-HOJE
                           AND DEL-DATA-FIM >= WRK-DATA-HOJE
                           AND DEL-NIVEL NOT = USR-NIVEL
                           MOVE DEL-NIVEL TO WRK-PM-NIVEL-DEL
                       END-IF
               END-READ
           END-IF.
           PERFORM VARYING WRK-IDX-PAR FROM 1 BY 1
                   UNTIL WRK-IDX-PAR > WRK-QTD-PARES
               MOVE TAB-PAR-PROGRAMA (WRK-IDX-PAR) TO WRK-PM-PROGRAMA
               MOVE TAB-PAR-MODO (WRK-IDX-PAR) TO WRK-PM-MODO
               PERFORM 9525-CONFERIR-PERMISSAO
               IF PERMISSAO-CONCEDIDA
                   ADD 1 TO TAB-PAR-QTD (WRK-IDX-PAR)
                   MOVE WRK-PM-PROGRAMA TO SRT-PROGRAMA
                   MOVE WRK-PM-MODO     TO SRT-MODO
                   MOVE USR-USUARIO     TO SRT-USUARIO
                   MOVE USR-NIVEL       TO SRT-NIVEL
                   MOVE WRK-PM-NIVEL-DEL TO SRT-NIVEL-DEL
                   MOVE WRK-PM-ORIGEM   TO SRT-ORIGEM
                   IF USR-BLOQUEADO = 'S'
                       MOVE 'BLOQUEADA' TO SRT-SITUACAO
                   ELSE
                       MOVE 'ATIVA' TO SRT-SITUACAO
                   END-IF
                   RELEASE REG-CLASSIF
               END-IF
           END-PERFORM.

       0300-ABRIR-RELATORIO.
           MOVE SPACES TO WRK-NOME-RELATORIO.
           STRING 'PERMISSOES.D'  DELIMITED BY SIZE
                  WRK-DATA-HOJE   DELIMITED BY SIZE
                  '.RPT'          DELIMITED BY SIZE
               INTO WRK-NOME-RELATORIO
           END-STRING.
           OPEN OUTPUT ARQ-RELATORIO.
           IF WRK-FS-RELATORIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ' WRK-NOME-RELATORIO ' - FS='
                   WRK-FS-RELATORIO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'MAPA-PERMISSOES'  TO WRK-CAT-RELATORIO.
           MOVE WRK-DATA-HOJE      TO WRK-CAT-DATA.
           MOVE WRK-NOME-RELATORIO TO WRK-CAT-ARQUIVO.
           MOVE 'P'                TO WRK-CAT-SITUACAO.
           PERFORM 9650-GRAVAR-CATALOGO.

           MOVE 'QUEM PODE O QUE - MATRIZ DE PERMISSOES'
               TO WRK-IMP-TITULO.
           MOVE 'MAPA-PERMISSOES' TO WRK-IMP-PROGRAMA.
           MOVE WRK-DATA-HOJE TO WRK-IMP-DATA.
           MOVE ZEROS TO WRK-IMP-PAGINA.
           MOVE 99 TO WRK-IMP-LINHA.

      * SAIDA DO SORT: QUEBRA POR PROGRAMA/MODO COM O TOTAL DE
      * USUARIOS AUTORIZADOS EM CADA UM
       0400-IMPRIMIR-MAPA.
           PERFORM UNTIL FIM-CLASSIF
               RETURN ARQ-CLASSIF
                   AT END
                       MOVE 'S' TO WRK-EOF-CLASSIF
                   NOT AT END
                       PERFORM 0410-IMPRIMIR-AUTORIZADO
               END-RETURN
           END-PERFORM.
           IF WRK-PROGRAMA-ANT NOT = SPACES
               PERFORM 0430-IMPRIMIR-TOTAL-GRUPO
           END-IF.

       0410-IMPRIMIR-AUTORIZADO.
           IF SRT-PROGRAMA NOT = WRK-PROGRAMA-ANT
               OR SRT-MODO NOT = WRK-MODO-ANT
               IF WRK-PROGRAMA-ANT NOT = SPACES
                   PERFORM 0430-IMPRIMIR-TOTAL-GRUPO
               END-IF
               PERFORM 0420-IMPRIMIR-GRUPO
           END-IF.
           MOVE SRT-USUARIO TO WRK-LD-USUARIO.
           MOVE SRT-NIVEL TO WRK-LD-NIVEL.
           IF SRT-NIVEL-DEL = ZEROS
               MOVE SPACES TO WRK-LD-NIVEL-DEL
           ELSE
               MOVE SRT-NIVEL-DEL TO WRK-NIVEL-ED
               MOVE WRK-NIVEL-ED TO WRK-LD-NIVEL-DEL
           END-IF.
           MOVE SRT-ORIGEM TO WRK-LD-ORIGEM.
           MOVE SRT-SITUACAO TO WRK-LD-SITUACAO.
           MOVE WRK-LINHA-DETALHE TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           ADD 1 TO WRK-CONT-GRUPO.
           ADD 1 TO WRK-CTL-PROCESSADOS.

       0420-IMPRIMIR-GRUPO.
           MOVE SRT-PROGRAMA TO WRK-PROGRAMA-ANT.
           MOVE SRT-MODO TO WRK-MODO-ANT.
           MOVE ZEROS TO WRK-CONT-GRUPO.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-IMP-AREA.
           IF SRT-MODO = '*'
               STRING 'PROGRAMA ' DELIMITED BY SIZE
                      SRT-PROGRAMA DELIMITED BY SPACE
                      '  MODO * (PROGRAMA INTEIRO)' DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
           ELSE
               STRING 'PROGRAMA ' DELIMITED BY SIZE
                      SRT-PROGRAMA DELIMITED BY SPACE
                      '  MODO ' DELIMITED BY SIZE
                      SRT-MODO DELIMITED BY SIZE
                   INTO WRK-IMP-AREA
               END-STRING
           END-IF.
           PERFORM 9800-IMPRIMIR-LINHA.

       0430-IMPRIMIR-TOTAL-GRUPO.
           MOVE WRK-CONT-GRUPO TO WRK-CONT-ED.
           MOVE SPACES TO WRK-IMP-AREA.
           STRING '    USUARIOS AUTORIZADOS: ' DELIMITED BY SIZE
                  WRK-CONT-ED DELIMITED BY SIZE
               INTO WRK-IMP-AREA
           END-STRING.
           PERFORM 9800-IMPRIMIR-LINHA.

      * PROGRAMA/MODO QUE NINGUEM PODE EXECUTAR SAI NO FIM, PARA
      * CONFERENCIA (LINHA DE NEGACAO SEM PERMISSAO CORRESPONDENTE)
       0500-IMPRIMIR-SEM-USUARIO.
           MOVE SPACES TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE 'PROGRAMAS/MODOS SEM NENHUM USUARIO AUTORIZADO:'
               TO WRK-IMP-AREA.
           PERFORM 9800-IMPRIMIR-LINHA.
           MOVE ZEROS TO WRK-CONT-GRUPO.
           PERFORM VARYING WRK-IDX-PAR FROM 1 BY 1
                   UNTIL WRK-IDX-PAR > WRK-QTD-PARES
               IF TAB-PAR-QTD (WRK-IDX-PAR) = ZEROS
                   ADD 1 TO WRK-CONT-GRUPO
                   MOVE SPACES TO WRK-IMP-AREA
                   STRING '    ' DELIMITED BY SIZE
                          TAB-PAR-PROGRAMA (WRK-IDX-PAR)
                              DELIMITED BY SPACE
                          '  MODO ' DELIMITED BY SIZE
                          TAB-PAR-MODO (WRK-IDX-PAR) DELIMITED BY SIZE
                       INTO WRK-IMP-AREA
                   END-STRING
                   PERFORM 9800-IMPRIMIR-LINHA
               END-IF
           END-PERFORM.
           IF WRK-CONT-GRUPO = ZEROS
               MOVE '    NENHUM' TO WRK-IMP-AREA
               PERFORM 9800-IMPRIMIR-LINHA
           END-IF.

      * QUADRO DE IMPRESSAO PADRAO (IMPRESSO.CPY)
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

           COPY VERPERM.

           COPY CODSENHA.

           COPY GRAVAAUD.

           COPY GRAVALOG.

           COPY GRAVACAT.
