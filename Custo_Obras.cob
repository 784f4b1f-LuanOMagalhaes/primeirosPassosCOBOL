       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTO-OBRAS.
      ***************************
      * Área de comentários
      * OBJETIVO: LANCAR O CUSTO REAL DE CADA OBRA (IMO-CODIGO) NO
      * CUSTOBRA.DAT: HORAS DE EQUIPE (VALORIZADAS PELO VALOR-HORA DO
      * TIPO DE EQUIPE EM EQUIPES.DAT), MATERIAL COMPRADO DIRETO PARA
      * A OBRA FORA DO ESTOQUE E OUTRAS DESPESAS. O MATERIAL SAIDO DO
      * ALMOXARIFADO NAO E DIGITADO AQUI: VEM DO RAZAO DE ESTOQUE
      * (SAIDAS MENOS DEVOLUCOES DA OBRA). MANTEM TAMBEM A TABELA DE
      * EQUIPES E CONSULTA O CUSTO JA LANCADO DA OBRA. OBRA FECHADA
      * (F) NAO RECEBE MAIS LANCAMENTO - O CONFRONTO ORCADO X REAL E
      * DO VARIACAO-OBRAS
      * DATA = 15/10/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-IMOVEIS ASSIGN TO 'IMOVEIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-IMOVEIS.

           SELECT ARQ-PRECOS ASSIGN TO 'PRECOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRECOS.

      * TIPOS DE EQUIPE COM O VALOR DA HORA
           SELECT ARQ-EQUIPES ASSIGN TO 'EQUIPES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EQUIPES.

      * CUSTO REAL DAS OBRAS: UM REGISTRO POR LANCAMENTO
           SELECT ARQ-CUSTOBRA ASSIGN TO 'CUSTOBRA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTOBRA.

      * RAZAO DE ESTOQUE, LIDO NA CONSULTA PARA O MATERIAL DA OBRA
           SELECT ARQ-MOVESTOQUE ASSIGN TO 'MOVESTOQUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVESTOQUE.

      * TRAVA DA JANELA DE LOTE: COM O MARCADOR DE LOTELOCK.DAT
      * ATIVO, NENHUM CUSTO E LANCADO
           SELECT ARQ-TRAVA ASSIGN TO 'LOTELOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRAVA.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-IMOVEIS
           RECORDING MODE IS F.
       01  REG-IMOVEL.
           05 IMO-CODIGO        PIC X(06).
           05 IMO-DESCRICAO     PIC X(30).
           05 IMO-CLIENTE       PIC X(20).
           05 IMO-SITUACAO      PIC X(01).

       FD  ARQ-PRECOS
           RECORDING MODE IS F.
       01  REG-PRECO.
           05 PRE-MATERIAL      PIC X(04).
           05 PRE-PRECO         PIC 9(04)V99.
           05 PRE-EMB-M2        PIC 9(03)V99.
           05 PRE-PRECO-EMB     PIC 9(06)V99.
           05 PRE-TIPO          PIC X(01).

       FD  ARQ-EQUIPES
           RECORDING MODE IS F.
       01  REG-EQUIPE.
           05 EQP-TIPO          PIC X(04).
           05 EQP-DESCRICAO     PIC X(20).
           05 EQP-VALOR-HORA    PIC 9(04)V99.

      * TIPO DO LANCAMENTO: H=HORAS DE EQUIPE (CODIGO = TIPO DE
      * EQUIPE, QUANTIDADE = HORAS), M=MATERIAL FORA DO ESTOQUE
      * (CODIGO = MATERIAL, QUANTIDADE EM M2), O=OUTRA DESPESA
      * (SEM CODIGO NEM QUANTIDADE)
       FD  ARQ-CUSTOBRA
           RECORDING MODE IS F.
       01  REG-CUSTOBRA.
           05 COB-IMOVEL        PIC X(06).
           05 COB-DATA          PIC 9(08).
           05 COB-TIPO          PIC X(01).
           05 COB-CODIGO        PIC X(04).
           05 COB-QTD           PIC 9(06)V99.
           05 COB-VALOR         PIC 9(09)V99.
           05 COB-DESCRICAO     PIC X(20).
           05 COB-OPERADOR      PIC X(20).

       FD  ARQ-MOVESTOQUE
           RECORDING MODE IS F.
       01  REG-MOVESTOQUE       PIC X(83).

       FD  ARQ-TRAVA
           RECORDING MODE IS F.
       01  REG-TRAVA            PIC X(29).

       WORKING-STORAGE SECTION.
       77 WRK-FS-IMOVEIS PIC X(02) VALUE ZEROS.
       77 WRK-FS-PRECOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-EQUIPES PIC X(02) VALUE ZEROS.
       77 WRK-FS-CUSTOBRA PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOVESTOQUE PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRAVA PIC X(02) VALUE ZEROS.

       COPY TRAVALOTE.

       COPY MOVEST.

       77 WRK-EOF-ARQUIVO PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO VALUE 'S'.

       77 WRK-MODO PIC X(01) VALUE SPACES.
         88 MODO-HORAS     VALUE 'H'.
         88 MODO-MATERIAL  VALUE 'M'.
         88 MODO-DESPESA   VALUE 'O'.
         88 MODO-EQUIPES   VALUE 'T'.
         88 MODO-CONSULTA  VALUE 'C'.

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA       PIC 9(08).
           05 WRK-DH-HORA-HMS   PIC 9(06).
           05 FILLER            PIC X(07).

      * MATERIAIS VALIDOS: OS CADASTRADOS EM PRECOS.DAT
       77 WRK-QTD-PRECOS PIC 9(02) VALUE ZEROS.
       01 TAB-PRECOS.
           05 TAB-PRE-MATERIAL PIC X(04) OCCURS 50 TIMES
                                INDEXED BY IDX-PRE.

      * TABELA DE EQUIPES RETIDA PARA A CONSULTA E A REGRAVACAO
       77 WRK-QTD-EQUIPES PIC 9(02) VALUE ZEROS.
       01 TAB-EQUIPES.
           05 TAB-EQP-ITEM OCCURS 50 TIMES
                            INDEXED BY IDX-EQP.
               10 TAB-EQP-TIPO       PIC X(04).
               10 TAB-EQP-DESCRICAO  PIC X(20).
               10 TAB-EQP-VALOR-HORA PIC 9(04)V99.

       77 WRK-OPERADOR PIC X(20) VALUE SPACES.
       77 WRK-CODIGO PIC X(06) VALUE SPACES.
       77 WRK-SITUACAO-OBRA PIC X(01) VALUE SPACES.
       77 WRK-EQUIPE PIC X(04) VALUE SPACES.
       77 WRK-MATERIAL PIC X(04) VALUE SPACES.
       77 WRK-DESCRICAO PIC X(20) VALUE SPACES.
       77 WRK-RESPOSTA PIC X(01) VALUE SPACES.

      * CAMPOS DA DIGITACAO: DIGITOS PUROS EM CAMPO X REDEFINIDO
      * (DECIMAIS IMPLICITOS), COMO NAS DEMAIS ENTRADAS DE CONSOLE
       77 WRK-QTD-X PIC X(08) VALUE SPACES.
       77 WRK-QTD REDEFINES WRK-QTD-X PIC 9(06)V99.
       77 WRK-VALOR-X PIC X(11) VALUE SPACES.
       77 WRK-VALOR REDEFINES WRK-VALOR-X PIC 9(09)V99.
       77 WRK-VALOR-HORA-X PIC X(06) VALUE SPACES.
       77 WRK-VALOR-HORA REDEFINES WRK-VALOR-HORA-X PIC 9(04)V99.

       77 WRK-FLAG-CAMPO PIC X(01) VALUE 'N'.
         88 CAMPO-VALIDO VALUE 'S'.
       77 WRK-FLAG-ACHOU PIC X(01) VALUE 'N'.
         88 REGISTRO-ENCONTRADO VALUE 'S'.

      * TOTAIS DA CONSULTA DA OBRA
       77 WRK-TOT-HORAS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-MAO-OBRA PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-MATERIAL PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-DESPESAS PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-GERAL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-ESTOQUE PIC S9(08)V99 VALUE ZEROS.

       77 WRK-QTD-ED PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-HORA-ED PIC Z.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0100-INICIAR.
      * REINICIA O ESTADO DE EXECUCAO ANTERIOR: O MENU-PRINCIPAL FAZ
      * CALL NESTE PROGRAMA VARIAS VEZES NA MESMA RUN UNIT, E A
      * WORKING-STORAGE NAO E REINICIALIZADA ENTRE CHAMADAS
           MOVE ZEROS TO WRK-QTD-PRECOS.
           MOVE ZEROS TO WRK-QTD-EQUIPES.
           MOVE SPACES TO WRK-OPERADOR.
           MOVE SPACES TO WRK-CODIGO.
           MOVE ZEROS TO WRK-TOT-HORAS.
           MOVE ZEROS TO WRK-TOT-MAO-OBRA.
           MOVE ZEROS TO WRK-TOT-MATERIAL.
           MOVE ZEROS TO WRK-TOT-DESPESAS.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA.
           MOVE WRK-DH-DATA TO WRK-DATA-HOJE.

           DISPLAY 'MODO (H=HORAS DE EQUIPE, M=MATERIAL FORA DO '
               'ESTOQUE,'
           DISPLAY '      O=OUTRA DESPESA, T=TABELA DE EQUIPES,'
           DISPLAY '      C=CONSULTAR CUSTO DA OBRA)'
           ACCEPT WRK-MODO FROM CONSOLE.
           IF NOT MODO-HORAS AND NOT MODO-MATERIAL
               AND NOT MODO-DESPESA AND NOT MODO-EQUIPES
               AND NOT MODO-CONSULTA
               DISPLAY 'MODO INVALIDO'
               GOBACK
           END-IF.

      * A JANELA DO LOTE TRAVA OS LANCAMENTOS E A TABELA DE EQUIPES;
      * A CONSULTA SEGUE LIVRE
           IF NOT MODO-CONSULTA
               PERFORM 9550-CONFERIR-TRAVA
               IF TRAVA-ATIVA
                   DISPLAY 'JANELA DE LOTE EM USO POR '
                       WRK-TL-PROGRAMA ' DESDE ' WRK-TL-DATA
                       ' - LANCAMENTO RECUSADO'
                   GOBACK
               END-IF
               PERFORM WITH TEST AFTER UNTIL WRK-OPERADOR NOT = SPACES
                   DISPLAY 'OPERADOR RESPONSAVEL PELO LANCAMENTO'
                   ACCEPT WRK-OPERADOR FROM CONSOLE
               END-PERFORM
           END-IF.

           PERFORM 0150-CARREGAR-EQUIPES.

           EVALUATE TRUE
               WHEN MODO-EQUIPES
                   PERFORM 0600-MANTER-EQUIPE
               WHEN MODO-CONSULTA
                   PERFORM 0250-IDENTIFICAR-OBRA
                   IF NOT REGISTRO-ENCONTRADO
                       DISPLAY 'OBRA NAO CADASTRADA'
                   ELSE
                       PERFORM 0700-CONSULTAR-OBRA
                   END-IF
               WHEN OTHER
                   PERFORM 0250-IDENTIFICAR-OBRA
                   EVALUATE TRUE
                       WHEN NOT REGISTRO-ENCONTRADO
                           DISPLAY 'OBRA NAO CADASTRADA'
                       WHEN WRK-SITUACAO-OBRA = 'F'
                           DISPLAY 'OBRA FECHADA - CUSTO NAO '
                               'LANCADO'
                       WHEN MODO-HORAS
                           PERFORM 0300-LANCAR-HORAS
                       WHEN MODO-MATERIAL
                           PERFORM 0400-LANCAR-MATERIAL
                       WHEN MODO-DESPESA
                           PERFORM 0500-LANCAR-DESPESA
                   END-EVALUATE
           END-EVALUATE.
           GOBACK.

       0150-CARREGAR-EQUIPES.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-EQUIPES.
           IF WRK-FS-EQUIPES = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-EQUIPES
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           IF WRK-QTD-EQUIPES < 50
                               ADD 1 TO WRK-QTD-EQUIPES
                               MOVE EQP-TIPO TO
                                   TAB-EQP-TIPO (WRK-QTD-EQUIPES)
                               MOVE EQP-DESCRICAO TO
                                   TAB-EQP-DESCRICAO (WRK-QTD-EQUIPES)
                               MOVE EQP-VALOR-HORA TO
                                   TAB-EQP-VALOR-HORA (WRK-QTD-EQUIPES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-EQUIPES
           END-IF.

       0160-CARREGAR-PRECOS.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-PRECOS.
           IF WRK-FS-PRECOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR PRECOS.DAT - FS=' WRK-FS-PRECOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL FIM-ARQUIVO
               READ ARQ-PRECOS
                   AT END
                       MOVE 'S' TO WRK-EOF-ARQUIVO
                   NOT AT END
                       IF WRK-QTD-PRECOS < 50
                           ADD 1 TO WRK-QTD-PRECOS
                           MOVE PRE-MATERIAL
                               TO TAB-PRE-MATERIAL (WRK-QTD-PRECOS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PRECOS.

      * OBRA INFORMADA PELO OPERADOR, COM O ESTAGIO ATUAL
       0250-IDENTIFICAR-OBRA.
           DISPLAY 'CODIGO DA OBRA (6 POSICOES)'
           ACCEPT WRK-CODIGO FROM CONSOLE.
           MOVE 'N' TO WRK-FLAG-ACHOU.
           MOVE SPACES TO WRK-SITUACAO-OBRA.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-IMOVEIS.
           IF WRK-FS-IMOVEIS = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-IMOVEIS
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           IF IMO-CODIGO = WRK-CODIGO
                               SET REGISTRO-ENCONTRADO TO TRUE
                               MOVE IMO-SITUACAO TO WRK-SITUACAO-OBRA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-IMOVEIS
           END-IF.

      * HORAS DE EQUIPE: O VALOR SAI DO VALOR-HORA DO TIPO DE EQUIPE
      * NA DATA DO LANCAMENTO E FICA GRAVADO COM ELE
       0300-LANCAR-HORAS.
           DISPLAY 'TIPO DE EQUIPE (4 POSICOES)'
           ACCEPT WRK-EQUIPE FROM CONSOLE.
           PERFORM 0610-BUSCAR-EQUIPE.
           IF NOT REGISTRO-ENCONTRADO
               DISPLAY 'TIPO DE EQUIPE NAO CADASTRADO - INCLUA PELO '
                   'MODO T'
           ELSE
               MOVE 'N' TO WRK-FLAG-CAMPO
               PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
                   DISPLAY 'HORAS TRABALHADAS (8 DIGITOS, 2 DECIMAIS '
                       'IMPLICITOS)'
                   ACCEPT WRK-QTD-X FROM CONSOLE
                   IF WRK-QTD-X NUMERIC
                       SET CAMPO-VALIDO TO TRUE
                   ELSE
                       DISPLAY 'HORAS INVALIDAS - SO DIGITOS'
                   END-IF
               END-PERFORM
               MOVE 'H' TO COB-TIPO
               MOVE WRK-EQUIPE TO COB-CODIGO
               MOVE WRK-QTD TO COB-QTD
               COMPUTE COB-VALOR ROUNDED =
                   WRK-QTD * TAB-EQP-VALOR-HORA (IDX-EQP)
                   ON SIZE ERROR
                       MOVE ZEROS TO COB-VALOR
                       DISPLAY 'VALOR DAS HORAS ESTOURA A FAIXA '
                           'SUPORTADA'
               END-COMPUTE
               MOVE TAB-EQP-DESCRICAO (IDX-EQP) TO COB-DESCRICAO
               PERFORM 0800-CONFIRMAR-LANCAMENTO
           END-IF.

      * MATERIAL COMPRADO DIRETO PARA A OBRA; O QUE SAIU DO
      * ALMOXARIFADO JA ESTA NO RAZAO DE ESTOQUE
       0400-LANCAR-MATERIAL.
           DISPLAY 'MATERIAL DO ALMOXARIFADO NAO E LANCADO AQUI - '
               'USE O MOVIMENTA-ESTOQUE'.
           PERFORM 0160-CARREGAR-PRECOS.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'MATERIAL (4 POSICOES)'
               ACCEPT WRK-MATERIAL FROM CONSOLE
               SET IDX-PRE TO 1
               SEARCH TAB-PRE-MATERIAL
                   AT END
                       DISPLAY 'MATERIAL NAO CADASTRADO EM PRECOS.DAT'
                   WHEN IDX-PRE > WRK-QTD-PRECOS
                       DISPLAY 'MATERIAL NAO CADASTRADO EM PRECOS.DAT'
                   WHEN TAB-PRE-MATERIAL (IDX-PRE) = WRK-MATERIAL
                       SET CAMPO-VALIDO TO TRUE
               END-SEARCH
           END-PERFORM.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'QUANTIDADE EM M2 (8 DIGITOS, 2 DECIMAIS '
                   'IMPLICITOS)'
               ACCEPT WRK-QTD-X FROM CONSOLE
               IF WRK-QTD-X NUMERIC
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'QUANTIDADE INVALIDA - SO DIGITOS'
               END-IF
           END-PERFORM.
           PERFORM 0810-DIGITAR-VALOR.
           MOVE 'M' TO COB-TIPO.
           MOVE WRK-MATERIAL TO COB-CODIGO.
           MOVE WRK-QTD TO COB-QTD.
           MOVE WRK-VALOR TO COB-VALOR.
           MOVE 'COMPRA DIRETA' TO COB-DESCRICAO.
           PERFORM 0800-CONFIRMAR-LANCAMENTO.

       0500-LANCAR-DESPESA.
           PERFORM WITH TEST AFTER UNTIL WRK-DESCRICAO NOT = SPACES
               DISPLAY 'DESCRICAO DA DESPESA (20 POSICOES)'
               ACCEPT WRK-DESCRICAO FROM CONSOLE
           END-PERFORM.
           PERFORM 0810-DIGITAR-VALOR.
           MOVE 'O' TO COB-TIPO.
           MOVE SPACES TO COB-CODIGO.
           MOVE ZEROS TO COB-QTD.
           MOVE WRK-VALOR TO COB-VALOR.
           MOVE WRK-DESCRICAO TO COB-DESCRICAO.
           PERFORM 0800-CONFIRMAR-LANCAMENTO.

      * TABELA DE EQUIPES: INCLUI OU ALTERA O VALOR DA HORA; VALOR
      * ZERO RETIRA O TIPO DA TABELA. O NOVO VALOR NAO MEXE NAS HORAS
      * JA LANCADAS
       0600-MANTER-EQUIPE.
           DISPLAY 'TIPO DE EQUIPE (4 POSICOES)'
           ACCEPT WRK-EQUIPE FROM CONSOLE.
           PERFORM 0610-BUSCAR-EQUIPE.
           IF REGISTRO-ENCONTRADO
               MOVE TAB-EQP-VALOR-HORA (IDX-EQP) TO WRK-HORA-ED
               DISPLAY TAB-EQP-DESCRICAO (IDX-EQP)
                   ' - VALOR DA HORA ATUAL: R$' WRK-HORA-ED
           ELSE
               IF WRK-QTD-EQUIPES >= 50
                   DISPLAY 'TABELA DE EQUIPES CHEIA'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               DISPLAY 'TIPO DE EQUIPE NOVO'
               ADD 1 TO WRK-QTD-EQUIPES
               SET IDX-EQP TO WRK-QTD-EQUIPES
               MOVE WRK-EQUIPE TO TAB-EQP-TIPO (IDX-EQP)
               PERFORM WITH TEST AFTER UNTIL WRK-DESCRICAO NOT = SPACES
                   DISPLAY 'DESCRICAO DA EQUIPE (20 POSICOES)'
                   ACCEPT WRK-DESCRICAO FROM CONSOLE
               END-PERFORM
               MOVE WRK-DESCRICAO TO TAB-EQP-DESCRICAO (IDX-EQP)
           END-IF.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'VALOR DA HORA (6 DIGITOS, 2 DECIMAIS '
                   'IMPLICITOS)'
               ACCEPT WRK-VALOR-HORA-X FROM CONSOLE
               IF WRK-VALOR-HORA-X NUMERIC
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'VALOR INVALIDO - SO DIGITOS'
               END-IF
           END-PERFORM.
           MOVE WRK-VALOR-HORA TO TAB-EQP-VALOR-HORA (IDX-EQP).
           PERFORM 0620-GRAVAR-EQUIPES.
           DISPLAY 'TIPO DE EQUIPE ' WRK-EQUIPE ' GRAVADO'.

       0610-BUSCAR-EQUIPE.
           MOVE 'N' TO WRK-FLAG-ACHOU.
           SET IDX-EQP TO 1.
           SEARCH TAB-EQP-ITEM
               AT END
                   CONTINUE
               WHEN IDX-EQP > WRK-QTD-EQUIPES
                   CONTINUE
               WHEN TAB-EQP-TIPO (IDX-EQP) = WRK-EQUIPE
                   SET REGISTRO-ENCONTRADO TO TRUE
           END-SEARCH.

      * TIPO COM VALOR ZERADO SAI DO ARQUIVO NA REGRAVACAO
       0620-GRAVAR-EQUIPES.
           PERFORM 9550-CONFERIR-TRAVA.
           IF TRAVA-ATIVA
               DISPLAY 'JANELA DE LOTE EM USO POR '
                   WRK-TL-PROGRAMA ' DESDE ' WRK-TL-DATA
                   ' - GRAVACAO RECUSADA'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ARQ-EQUIPES.
           IF WRK-FS-EQUIPES NOT = '00'
               DISPLAY 'ERRO AO GRAVAR EQUIPES.DAT - FS='
                   WRK-FS-EQUIPES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING IDX-EQP FROM 1 BY 1
                   UNTIL IDX-EQP > WRK-QTD-EQUIPES
               IF TAB-EQP-VALOR-HORA (IDX-EQP) > ZEROS
                   MOVE TAB-EQP-TIPO (IDX-EQP) TO EQP-TIPO
                   MOVE TAB-EQP-DESCRICAO (IDX-EQP) TO EQP-DESCRICAO
                   MOVE TAB-EQP-VALOR-HORA (IDX-EQP) TO EQP-VALOR-HORA
                   WRITE REG-EQUIPE
               END-IF
           END-PERFORM.
           CLOSE ARQ-EQUIPES.

      * CUSTO JA LANCADO DA OBRA: OS LANCAMENTOS DO CUSTOBRA.DAT E O
      * MATERIAL LIQUIDO SAIDO DO ESTOQUE PARA ELA
       0700-CONSULTAR-OBRA.
           DISPLAY '-- CUSTO LANCADO DA OBRA ' WRK-CODIGO ' --'.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-CUSTOBRA.
           IF WRK-FS-CUSTOBRA = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-CUSTOBRA
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           IF COB-IMOVEL = WRK-CODIGO
                               PERFORM 0710-MOSTRAR-LANCAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-CUSTOBRA
           END-IF.

           DISPLAY '-- MATERIAL SAIDO DO ESTOQUE (LIQUIDO, M2) --'.
           PERFORM 0160-CARREGAR-PRECOS.
           PERFORM VARYING IDX-PRE FROM 1 BY 1
                   UNTIL IDX-PRE > WRK-QTD-PRECOS
               PERFORM 0720-SOMAR-ESTOQUE-OBRA
               IF WRK-QTD-ESTOQUE NOT = ZEROS
                   MOVE WRK-QTD-ESTOQUE TO WRK-QTD-ED
                   DISPLAY '  ' TAB-PRE-MATERIAL (IDX-PRE) ' '
                       WRK-QTD-ED
               END-IF
           END-PERFORM.

           MOVE WRK-TOT-HORAS TO WRK-QTD-ED.
           MOVE WRK-TOT-MAO-OBRA TO WRK-VALOR-ED.
           DISPLAY 'HORAS DE EQUIPE.....: ' WRK-QTD-ED
               '  R$' WRK-VALOR-ED.
           MOVE WRK-TOT-MATERIAL TO WRK-VALOR-ED.
           DISPLAY 'MATERIAL COMPRA DIR.: R$' WRK-VALOR-ED.
           MOVE WRK-TOT-DESPESAS TO WRK-VALOR-ED.
           DISPLAY 'OUTRAS DESPESAS.....: R$' WRK-VALOR-ED.
           COMPUTE WRK-TOT-GERAL = WRK-TOT-MAO-OBRA + WRK-TOT-MATERIAL
               + WRK-TOT-DESPESAS.
           MOVE WRK-TOT-GERAL TO WRK-VALOR-ED.
           DISPLAY 'TOTAL LANCADO.......: R$' WRK-VALOR-ED
               ' (SEM O MATERIAL DO ESTOQUE)'.

       0710-MOSTRAR-LANCAMENTO.
           MOVE COB-QTD TO WRK-QTD-ED.
           MOVE COB-VALOR TO WRK-VALOR-ED.
           DISPLAY COB-DATA ' ' COB-TIPO ' ' COB-CODIGO ' '
               COB-DESCRICAO ' ' WRK-QTD-ED ' R$' WRK-VALOR-ED.
           EVALUATE COB-TIPO
               WHEN 'H'
                   ADD COB-QTD TO WRK-TOT-HORAS
                   ADD COB-VALOR TO WRK-TOT-MAO-OBRA
               WHEN 'M'
                   ADD COB-VALOR TO WRK-TOT-MATERIAL
               WHEN OTHER
                   ADD COB-VALOR TO WRK-TOT-DESPESAS
           END-EVALUATE.

       0720-SOMAR-ESTOQUE-OBRA.
           MOVE ZEROS TO WRK-QTD-ESTOQUE.
           MOVE 'N' TO WRK-EOF-ARQUIVO.
           OPEN INPUT ARQ-MOVESTOQUE.
           IF WRK-FS-MOVESTOQUE = '00'
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQ-MOVESTOQUE INTO WRK-REG-MOVIMENTO
                       AT END
                           MOVE 'S' TO WRK-EOF-ARQUIVO
                       NOT AT END
                           IF WRK-MOV-IMOVEL = WRK-CODIGO
                               AND WRK-MOV-MATERIAL =
                                   TAB-PRE-MATERIAL (IDX-PRE)
                               IF WRK-MOV-TIPO = 'S'
                                   ADD WRK-MOV-QTD-M2
                                       TO WRK-QTD-ESTOQUE
                               END-IF
                               IF WRK-MOV-TIPO = 'D'
                                   SUBTRACT WRK-MOV-QTD-M2
                                       FROM WRK-QTD-ESTOQUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-MOVESTOQUE
           END-IF.

      * O LANCAMENTO SO ENTRA DEPOIS DA CONFIRMACAO E COM A JANELA
      * DE LOTE LIVRE
       0800-CONFIRMAR-LANCAMENTO.
           IF COB-VALOR = ZEROS
               DISPLAY 'VALOR ZERO - NADA LANCADO'
           ELSE
               MOVE COB-VALOR TO WRK-VALOR-ED
               DISPLAY 'CONFIRMA O CUSTO ' COB-TIPO ' DE R$'
                   WRK-VALOR-ED ' NA OBRA ' WRK-CODIGO ' (S/N)?'
               ACCEPT WRK-RESPOSTA FROM CONSOLE
               IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
                   PERFORM 0820-GRAVAR-LANCAMENTO
               ELSE
                   DISPLAY 'LANCAMENTO DESCARTADO - NADA GRAVADO'
               END-IF
           END-IF.

       0810-DIGITAR-VALOR.
           MOVE 'N' TO WRK-FLAG-CAMPO.
           PERFORM WITH TEST AFTER UNTIL CAMPO-VALIDO
               DISPLAY 'VALOR (11 DIGITOS, 2 DECIMAIS IMPLICITOS)'
               ACCEPT WRK-VALOR-X FROM CONSOLE
               IF WRK-VALOR-X NUMERIC
                   SET CAMPO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'VALOR INVALIDO - SO DIGITOS'
               END-IF
           END-PERFORM.

       0820-GRAVAR-LANCAMENTO.
           PERFORM 9550-CONFERIR-TRAVA.
           IF TRAVA-ATIVA
               DISPLAY 'JANELA DE LOTE EM USO POR '
                   WRK-TL-PROGRAMA ' DESDE ' WRK-TL-DATA
                   ' - LANCAMENTO DESCARTADO'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-CODIGO TO COB-IMOVEL
               MOVE WRK-DATA-HOJE TO COB-DATA
               MOVE WRK-OPERADOR TO COB-OPERADOR
               OPEN EXTEND ARQ-CUSTOBRA
               IF WRK-FS-CUSTOBRA = '35'
                   OPEN OUTPUT ARQ-CUSTOBRA
               END-IF
               IF WRK-FS-CUSTOBRA NOT = '00'
                   DISPLAY 'ERRO AO ABRIR CUSTOBRA.DAT - FS='
                       WRK-FS-CUSTOBRA
                   MOVE 8 TO RETURN-CODE
               ELSE
                   WRITE REG-CUSTOBRA
                   CLOSE ARQ-CUSTOBRA
                   DISPLAY 'CUSTO LANCADO NA OBRA ' WRK-CODIGO
               END-IF
           END-IF.

           COPY VERTRAVA.
