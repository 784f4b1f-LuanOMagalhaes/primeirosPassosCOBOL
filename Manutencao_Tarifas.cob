      * DE TAXA DE CAMBIO (MOEDAS.DAT) E DE DESCONTO CONTRATUAL POR
      * CLIENTE (CONTRATOS.DAT) USADAS PELO FRETE, COM VIGENCIA POR
      * DATA: INCLUSAO, LISTAGEM E ENCERRAMENTO DE VIGENCIA, NO
      * MESMO ESTILO DO ACESSO-USUARIOS. O CONTRATO TAMBEM MARCA O
      * CLIENTE ISENTO DE MULTA E JUROS POR ATRASO (MODO I), QUE O
      * ENCARGOS-ATRASO RESPEITA ENQUANTO O CONTRATO ESTIVER VIGENTE.
      * A TABELA T GUARDA O PRECO DE CADA TRANSPORTADORA POR ORIGEM,
      * UF E FAIXA DE PESO (TARTRANSP.DAT), DE ONDE O ROMANEIO-CARGAS
      * ESCOLHE A TRANSPORTADORA MAIS BARATA DE CADA CARGA. A TABELA
      * D GUARDA AS TARIFAS DE DEVOLUCAO (TARDEVOL.DAT): O
      * MULTIPLICADOR DO CAMINHO DE VOLTA, DA UF DO CLIENTE PARA O
      * DEPOSITO DE ORIGEM, USADO PELO FRETE NOS PEDIDOS DE DEVOLUCAO.
      * A TABELA I GUARDA A ALIQUOTA DE ICMS SOBRE O FRETE POR PAR DE
      * UF (ORIGEM/DESTINO, INTERNA OU INTERESTADUAL - ICMS.DAT) E A
      * TABELA P A UF DE CADA DEPOSITO (DEPOSITOS.DAT), DE ONDE O
      * FATURA-FRETE TIRA A UF DE ORIGEM DA PRESTACAO
      * DATA = 22/08/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WRK-FS-CONTRATOS.

      * PRECO DAS TRANSPORTADORAS POR ROTA (ORIGEM/UF) E FAIXA DE
      * PESO DA CARGA, USADO PELO ROMANEIO-CARGAS
           SELECT ARQ-TARTRANSP ASSIGN TO 'TARTRANSP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TTR-CHAVE
               FILE STATUS IS WRK-FS-TARTRANSP.

      * TARIFAS DE DEVOLUCAO (LOGISTICA REVERSA): MESMA CHAVE DEPOSITO
      * + UF DAS TARIFAS DE IDA, MAS COTANDO A VOLTA DA MERCADORIA DA
      * UF DO CLIENTE PARA O DEPOSITO DE ORIGEM DO PEDIDO
           SELECT ARQ-TARDEVOL ASSIGN TO 'TARDEVOL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDV-CHAVE
               FILE STATUS IS WRK-FS-TARDEVOL.

      * ALIQUOTAS DE ICMS SOBRE O FRETE POR UF DE ORIGEM E UF DE
      * DESTINO, USADAS PELO FATURA-FRETE
           SELECT ARQ-ICMS ASSIGN TO 'ICMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICM-CHAVE
               FILE STATUS IS WRK-FS-ICMS.

      * UF DE CADA DEPOSITO DE ORIGEM, COM VIGENCIA COMO AS TARIFAS
           SELECT ARQ-DEPOSITOS ASSIGN TO 'DEPOSITOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WRK-FS-DEPOSITOS.

      * TRAVA DA JANELA DE LOTE: COM O MARCADOR DE LOTELOCK.DAT
      * ATIVO, A MANUTENCAO NAO ABRE AS TABELAS PARA ATUALIZACAO
           SELECT ARQ-TRAVA ASSIGN TO 'LOTELOCK.DAT'
               10 CON-DATA-INI    PIC 9(08).
           05 CON-PCT-DESC        PIC 9(02)V99.
           05 CON-DATA-FIM        PIC 9(08).
           05 CON-ISENTO-ENCARGOS PIC X(01).

      * A FAIXA VAI ATE TTR-PESO-ATE KG (INCLUSIVE), A PARTIR DA
      * FAIXA ANTERIOR DA MESMA ROTA; O CUSTO DA CARGA E O PESO VEZES
      * O PRECO POR KG, RESPEITADO O MINIMO POR CARGA
       FD  ARQ-TARTRANSP.
       01  REG-TARTRANSP.
           05 TTR-CHAVE.
               10 TTR-TRANSPORTADORA PIC X(04).
               10 TTR-ORIGEM      PIC X(03).
               10 TTR-UF          PIC X(02).
               10 TTR-PESO-ATE    PIC 9(06).
               10 TTR-DATA-INI    PIC 9(08).
           05 TTR-PRECO-KG        PIC 9(02)V9999.
           05 TTR-MINIMO          PIC 9(06)V99.
           05 TTR-DATA-FIM        PIC 9(08).

       FD  ARQ-TARDEVOL.
       01  REG-TARDEVOL.
           05 TDV-CHAVE.
               10 TDV-ORIGEM      PIC X(03).
               10 TDV-UF          PIC X(02).
               10 TDV-DATA-INI    PIC 9(08).
           05 TDV-MULT            PIC 9V99.
           05 TDV-DATA-FIM        PIC 9(08).

      * ALIQUOTA EM PERCENTUAL COM DUAS DECIMAIS (1200 = 12,00%)
       FD  ARQ-ICMS.
       01  REG-ICMS.
           05 ICM-CHAVE.
               10 ICM-UF-ORIGEM   PIC X(02).
               10 ICM-UF-DESTINO  PIC X(02).
               10 ICM-DATA-INI    PIC 9(08).
           05 ICM-ALIQUOTA        PIC 9(02)V99.
           05 ICM-DATA-FIM        PIC 9(08).

       FD  ARQ-DEPOSITOS.
       01  REG-DEPOSITO.
           05 DEP-CHAVE.
               10 DEP-CODIGO      PIC X(03).
               10 DEP-DATA-INI    PIC 9(08).
           05 DEP-UF              PIC X(02).
           05 DEP-DATA-FIM        PIC 9(08).

       FD  ARQ-TRAVA
           RECORDING MODE IS F.
       COPY TRAVALOTE.
       77 WRK-FS-MOEDAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-CONTRATOS PIC X(02) VALUE ZEROS.
       77 WRK-FS-TARTRANSP PIC X(02) VALUE ZEROS.
       77 WRK-FS-TARDEVOL PIC X(02) VALUE ZEROS.
       77 WRK-FS-ICMS PIC X(02) VALUE ZEROS.
       77 WRK-FS-DEPOSITOS PIC X(02) VALUE ZEROS.

       77 WRK-TABELA PIC X(01) VALUE SPACES.
         88 TABELA-FRETE VALUE 'F'.
         88 TABELA-MOEDA VALUE 'M'.
         88 TABELA-CONTRATO VALUE 'C'.
         88 TABELA-TRANSP VALUE 'T'.
         88 TABELA-DEVOLUCAO VALUE 'D'.
         88 TABELA-ICMS VALUE 'I'.
         88 TABELA-DEPOSITO VALUE 'P'.

       77 WRK-MODO PIC X(01) VALUE SPACES.
         88 MODO-ADICIONAR VALUE 'A'.
         88 MODO-LISTAR    VALUE 'L'.
         88 MODO-ENCERRAR  VALUE 'E'.
         88 MODO-ISENCAO   VALUE 'I'.

       77 WRK-ORIGEM PIC X(03) VALUE SPACES.
       77 WRK-UF PIC X(02) VALUE SPACES.
       77 WRK-CLIENTE PIC X(06) VALUE SPACES.
       77 WRK-PCT-TXT PIC X(04) VALUE '0000'.
       77 WRK-PCT REDEFINES WRK-PCT-TXT PIC 9(02)V99.
       77 WRK-ISENTO PIC X(01) VALUE 'N'.
         88 ISENTO-VALIDO VALUE 'S' 'N'.
       77 WRK-TRANSPORTADORA PIC X(04) VALUE SPACES.
       77 WRK-PESO-ATE-TXT PIC X(06) VALUE '000000'.
       77 WRK-PESO-ATE REDEFINES WRK-PESO-ATE-TXT PIC 9(06).
       77 WRK-PRECO-KG-TXT PIC X(06) VALUE '000000'.
       77 WRK-PRECO-KG REDEFINES WRK-PRECO-KG-TXT PIC 9(02)V9999.
       77 WRK-MINIMO-TXT PIC X(08) VALUE '00000000'.
       77 WRK-MINIMO REDEFINES WRK-MINIMO-TXT PIC 9(06)V99.
       77 WRK-UF-ORIGEM PIC X(02) VALUE SPACES.
       77 WRK-ALIQ-TXT PIC X(04) VALUE '0000'.
       77 WRK-ALIQ REDEFINES WRK-ALIQ-TXT PIC 9(02)V99.

       77 WRK-EOF-TABELA PIC X(01) VALUE 'N'.
         88 FIM-TABELA VALUE 'S'.
           MOVE 'N' TO WRK-EOF-TABELA.

           DISPLAY 'TABELA (F=TARIFAS DE UF, M=TAXAS DE MOEDA,'
           DISPLAY '        C=DESCONTOS DE CONTRATO,'
           DISPLAY '        T=PRECOS DE TRANSPORTADORA,'
           DISPLAY '        D=TARIFAS DE DEVOLUCAO,'
           DISPLAY '        I=ALIQUOTAS DE ICMS, P=UF DOS DEPOSITOS)'
           ACCEPT WRK-TABELA FROM CONSOLE.
           IF NOT TABELA-FRETE AND NOT TABELA-MOEDA
               AND NOT TABELA-CONTRATO AND NOT TABELA-TRANSP
               AND NOT TABELA-DEVOLUCAO AND NOT TABELA-ICMS
               AND NOT TABELA-DEPOSITO
               DISPLAY 'TABELA INVALIDA'
               GOBACK
           END-IF.

           DISPLAY 'MODO (A=ADICIONAR, L=LISTAR, E=ENCERRAR VIGENCIA,'
           DISPLAY '      I=ISENCAO DE ENCARGOS - SO CONTRATOS)'
           ACCEPT WRK-MODO FROM CONSOLE.
           IF MODO-ISENCAO AND NOT TABELA-CONTRATO
               DISPLAY 'MODO I SO VALE PARA A TABELA DE CONTRATOS'
               GOBACK
           END-IF.

      * A JANELA DO LOTE TRAVA OS MODOS DE ATUALIZACAO; A LISTAGEM
      * SEGUE LIVRE
           IF MODO-ADICIONAR OR MODO-ENCERRAR OR MODO-ISENCAO
               PERFORM 9550-CONFERIR-TRAVA
               IF TRAVA-ATIVA
                   DISPLAY 'JANELA DE LOTE EM USO POR '
                   PERFORM 0300-LISTAR-VIGENCIAS
               WHEN MODO-ENCERRAR
                   PERFORM 0400-ENCERRAR-VIGENCIA
               WHEN MODO-ISENCAO
                   PERFORM 0500-MARCAR-ISENCAO
               WHEN OTHER
                   DISPLAY 'MODO INVALIDO'
           END-EVALUATE.
                   PERFORM 0220-ADICIONAR-MOEDA
               WHEN TABELA-CONTRATO
                   PERFORM 0230-ADICIONAR-CONTRATO
               WHEN TABELA-TRANSP
                   PERFORM 0240-ADICIONAR-PRECO-TRANSP
               WHEN TABELA-DEVOLUCAO
                   PERFORM 0250-ADICIONAR-TARIFA-DEVOL
               WHEN TABELA-ICMS
                   PERFORM 0260-ADICIONAR-ICMS
               WHEN TABELA-DEPOSITO
                   PERFORM 0270-ADICIONAR-DEPOSITO
           END-EVALUATE.

       0210-ADICIONAR-TARIFA.
           IF WRK-DATA-FIM = ZEROS
               MOVE 99991231 TO WRK-DATA-FIM
           END-IF.
           PERFORM WITH TEST AFTER UNTIL ISENTO-VALIDO
               DISPLAY 'ISENTO DE MULTA E JUROS POR ATRASO (S/N)'
               ACCEPT WRK-ISENTO FROM CONSOLE
           END-PERFORM.

           MOVE WRK-CLIENTE  TO CON-CLIENTE.
           MOVE WRK-DATA-INI TO CON-DATA-INI.
           MOVE WRK-PCT      TO CON-PCT-DESC.
           MOVE WRK-DATA-FIM TO CON-DATA-FIM.
           MOVE WRK-ISENTO   TO CON-ISENTO-ENCARGOS.
           WRITE REG-CONTRATO
               INVALID KEY
                   DISPLAY 'VIGENCIA JA CADASTRADA'
           END-WRITE.
           CLOSE ARQ-CONTRATOS.

       0240-ADICIONAR-PRECO-TRANSP.
           OPEN I-O ARQ-TARTRANSP.
           IF WRK-FS-TARTRANSP = '35'
               OPEN OUTPUT ARQ-TARTRANSP
               CLOSE ARQ-TARTRANSP
               OPEN I-O ARQ-TARTRANSP
           END-IF.
           IF WRK-FS-TARTRANSP NOT = '00'
               DISPLAY 'ERRO AO ABRIR TARTRANSP.DAT - FS='
                   WRK-FS-TARTRANSP
               GOBACK
           END-IF.

           DISPLAY 'DIGITE O CODIGO DA TRANSPORTADORA'
           ACCEPT WRK-TRANSPORTADORA FROM CONSOLE.
           DISPLAY 'DIGITE O DEPOSITO DE ORIGEM (EX SAO)'
           ACCEPT WRK-ORIGEM FROM CONSOLE.
           DISPLAY 'DIGITE A UF DE DESTINO'
           ACCEPT WRK-UF FROM CONSOLE.
           DISPLAY 'DIGITE O PESO MAXIMO DA FAIXA EM KG (6 DIGITOS)'
           ACCEPT WRK-PESO-ATE-TXT FROM CONSOLE.
           IF WRK-PESO-ATE-TXT NOT NUMERIC
               DISPLAY 'PESO INVALIDO - USE 6 DIGITOS'
               CLOSE ARQ-TARTRANSP
               GOBACK
           END-IF.
           DISPLAY 'DIGITE O PRECO POR KG (6 DIGITOS, EX 003500 = '
               '0,3500)'
           ACCEPT WRK-PRECO-KG-TXT FROM CONSOLE.
           IF WRK-PRECO-KG-TXT NOT NUMERIC
               DISPLAY 'PRECO INVALIDO - USE 6 DIGITOS'
               CLOSE ARQ-TARTRANSP
               GOBACK
           END-IF.
           DISPLAY 'DIGITE O MINIMO POR CARGA (8 DIGITOS, EX 00015000'
               ' = 150,00)'
           ACCEPT WRK-MINIMO-TXT FROM CONSOLE.
           IF WRK-MINIMO-TXT NOT NUMERIC
               DISPLAY 'MINIMO INVALIDO - USE 8 DIGITOS'
               CLOSE ARQ-TARTRANSP
               GOBACK
           END-IF.
           DISPLAY 'DIGITE A DATA DE INICIO DA VIGENCIA (AAAAMMDD)'
           ACCEPT WRK-DATA-INI FROM CONSOLE.
           DISPLAY 'DIGITE A DATA DE FIM (AAAAMMDD, ENTER=99991231)'
           ACCEPT WRK-DATA-FIM FROM CONSOLE.
           IF WRK-DATA-FIM = ZEROS
               MOVE 99991231 TO WRK-DATA-FIM
           END-IF.

           MOVE WRK-TRANSPORTADORA TO TTR-TRANSPORTADORA.
           MOVE WRK-ORIGEM         TO TTR-ORIGEM.
           MOVE WRK-UF             TO TTR-UF.
           MOVE WRK-PESO-ATE       TO TTR-PESO-ATE.
           MOVE WRK-DATA-INI       TO TTR-DATA-INI.
           MOVE WRK-PRECO-KG       TO TTR-PRECO-KG.
           MOVE WRK-MINIMO         TO TTR-MINIMO.
           MOVE WRK-DATA-FIM       TO TTR-DATA-FIM.
           WRITE REG-TARTRANSP
               INVALID KEY
                   DISPLAY 'VIGENCIA JA CADASTRADA'
               NOT INVALID KEY
                   DISPLAY 'PRECO CADASTRADO COM SUCESSO'
           END-WRITE.
           CLOSE ARQ-TARTRANSP.

      * A CHAVE E A MESMA DA TARIFA DE IDA (DEPOSITO + UF): A UF AQUI
      * E A DO CLIENTE DE ONDE A MERCADORIA VOLTA
       0250-ADICIONAR-TARIFA-DEVOL.
           OPEN I-O ARQ-TARDEVOL.
           IF WRK-FS-TARDEVOL = '35'
               OPEN OUTPUT ARQ-TARDEVOL
               CLOSE ARQ-TARDEVOL
               OPEN I-O ARQ-TARDEVOL
           END-IF.
           IF WRK-FS-TARDEVOL NOT = '00'
               DISPLAY 'ERRO AO ABRIR TARDEVOL.DAT - FS='
                   WRK-FS-TARDEVOL
               GOBACK
           END-IF.

           DISPLAY 'DIGITE O DEPOSITO QUE RECEBE A DEVOLUCAO (EX SAO)'
           ACCEPT WRK-ORIGEM FROM CONSOLE.
           DISPLAY 'DIGITE A UF DO CLIENTE QUE DEVOLVE'
           ACCEPT WRK-UF FROM CONSOLE.
           DISPLAY 'DIGITE O MULTIPLICADOR (3 DIGITOS, EX 105 = 1,05)'
           ACCEPT WRK-MULT-TXT FROM CONSOLE.
           IF WRK-MULT-TXT NOT NUMERIC
               DISPLAY 'MULTIPLICADOR INVALIDO - USE 3 DIGITOS'
               CLOSE ARQ-TARDEVOL
               GOBACK
           END-IF.
           DISPLAY 'DIGITE A DATA DE INICIO DA VIGENCIA (AAAAMMDD)'
           ACCEPT WRK-DATA-INI FROM CONSOLE.
           DISPLAY 'DIGITE A DATA DE FIM (AAAAMMDD, ENTER=99991231)'
           ACCEPT WRK-DATA-FIM FROM CONSOLE.
           IF WRK-DATA-FIM = ZEROS
               MOVE 99991231 TO WRK-DATA-FIM
           END-IF.

           MOVE WRK-ORIGEM   TO TDV-ORIGEM.
           MOVE WRK-UF       TO TDV-UF.
           MOVE WRK-DATA-INI TO TDV-DATA-INI.
           MOVE WRK-MULT     TO TDV-MULT.
           MOVE WRK-DATA-FIM TO TDV-DATA-FIM.
           WRITE REG-TARDEVOL
               INVALID KEY
                   DISPLAY 'VIGENCIA JA CADASTRADA'
               NOT INVALID KEY
                   DISPLAY 'TARIFA DE DEVOLUCAO CADASTRADA COM SUCESSO'
           END-WRITE.
           CLOSE ARQ-TARDEVOL.

      * OPERACAO INTERNA (MESMA UF NA ORIGEM E NO DESTINO) OU
      * INTERESTADUAL: CADA PAR TEM A SUA ALIQUOTA
       0260-ADICIONAR-ICMS.
           OPEN I-O ARQ-ICMS.
           IF WRK-FS-ICMS = '35'
               OPEN OUTPUT ARQ-ICMS
               CLOSE ARQ-ICMS
               OPEN I-O ARQ-ICMS
           END-IF.
           IF WRK-FS-ICMS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ICMS.DAT - FS=' WRK-FS-ICMS
               GOBACK
           END-IF.

           DISPLAY 'DIGITE A UF DE ORIGEM DA PRESTACAO'
           ACCEPT WRK-UF-ORIGEM FROM CONSOLE.
           DISPLAY 'DIGITE A UF DE DESTINO'
           ACCEPT WRK-UF FROM CONSOLE.
           DISPLAY 'DIGITE A ALIQUOTA (4 DIGITOS, EX 1200 = 12,00%)'
           ACCEPT WRK-ALIQ-TXT FROM CONSOLE.
           IF WRK-ALIQ-TXT NOT NUMERIC
               DISPLAY 'ALIQUOTA INVALIDA - USE 4 DIGITOS'
               CLOSE ARQ-ICMS
               GOBACK
           END-IF.
           DISPLAY 'DIGITE A DATA DE INICIO DA VIGENCIA (AAAAMMDD)'
           ACCEPT WRK-DATA-INI FROM CONSOLE.
           DISPLAY 'DIGITE A DATA DE FIM (AAAAMMDD, ENTER=99991231)'
           ACCEPT WRK-DATA-FIM FROM CONSOLE.
           IF WRK-DATA-FIM = ZEROS
               MOVE 99991231 TO WRK-DATA-FIM
           END-IF.

           MOVE WRK-UF-ORIGEM TO ICM-UF-ORIGEM.
           MOVE WRK-UF        TO ICM-UF-DESTINO.
           MOVE WRK-DATA-INI  TO ICM-DATA-INI.
           MOVE WRK-ALIQ      TO ICM-ALIQUOTA.
           MOVE WRK-DATA-FIM  TO ICM-DATA-FIM.
           WRITE REG-ICMS
               INVALID KEY
                   DISPLAY 'VIGENCIA JA CADASTRADA'
               NOT INVALID KEY
                   DISPLAY 'ALIQUOTA CADASTRADA COM SUCESSO'
           END-WRITE.
           CLOSE ARQ-ICMS.

       0270-ADICIONAR-DEPOSITO.
           OPEN I-O ARQ-DEPOSITOS.
           IF WRK-FS-DEPOSITOS = '35'
               OPEN OUTPUT ARQ-DEPOSITOS
               CLOSE ARQ-DEPOSITOS
               OPEN I-O ARQ-DEPOSITOS
           END-IF.
           IF WRK-FS-DEPOSITOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR DEPOSITOS.DAT - FS='
                   WRK-FS-DEPOSITOS
               GOBACK
           END-IF.

           DISPLAY 'DIGITE O DEPOSITO (EX SAO)'
           ACCEPT WRK-ORIGEM FROM CONSOLE.
           DISPLAY 'DIGITE A UF DO DEPOSITO'
           ACCEPT WRK-UF FROM CONSOLE.
           DISPLAY 'DIGITE A DATA DE INICIO DA VIGENCIA (AAAAMMDD)'
           ACCEPT WRK-DATA-INI FROM CONSOLE.
           DISPLAY 'DIGITE A DATA DE FIM (AAAAMMDD, ENTER=99991231)'
           ACCEPT WRK-DATA-FIM FROM CONSOLE.
           IF WRK-DATA-FIM = ZEROS
               MOVE 99991231 TO WRK-DATA-FIM
           END-IF.

           MOVE WRK-ORIGEM   TO DEP-CODIGO.
           MOVE WRK-DATA-INI TO DEP-DATA-INI.
           MOVE WRK-UF       TO DEP-UF.
           MOVE WRK-DATA-FIM TO DEP-DATA-FIM.
           WRITE REG-DEPOSITO
               INVALID KEY
                   DISPLAY 'VIGENCIA JA CADASTRADA'
               NOT INVALID KEY
                   DISPLAY 'DEPOSITO CADASTRADO COM SUCESSO'
           END-WRITE.
           CLOSE ARQ-DEPOSITOS.

       0300-LISTAR-VIGENCIAS.
           EVALUATE TRUE
               WHEN TABELA-FRETE
                   PERFORM 0320-LISTAR-MOEDAS
               WHEN TABELA-CONTRATO
                   PERFORM 0330-LISTAR-CONTRATOS
               WHEN TABELA-TRANSP
                   PERFORM 0340-LISTAR-PRECOS-TRANSP
               WHEN TABELA-DEVOLUCAO
                   PERFORM 0350-LISTAR-TARIFAS-DEVOL
               WHEN TABELA-ICMS
                   PERFORM 0360-LISTAR-ICMS
               WHEN TABELA-DEPOSITO
                   PERFORM 0370-LISTAR-DEPOSITOS
           END-EVALUATE.

       0310-LISTAR-TARIFAS.
           END-IF.

           DISPLAY
               '-- CONTRATOS CADASTRADOS (CLI/INICIO/PCT/FIM/ISENTO)'.
           PERFORM UNTIL FIM-TABELA
               READ ARQ-CONTRATOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-TABELA
                   NOT AT END
                       DISPLAY CON-CLIENTE ' ' CON-DATA-INI ' '
                           CON-PCT-DESC ' ' CON-DATA-FIM ' '
                           CON-ISENTO-ENCARGOS
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTRATOS.

       0340-LISTAR-PRECOS-TRANSP.
           OPEN INPUT ARQ-TARTRANSP.
           IF WRK-FS-TARTRANSP NOT = '00'
               DISPLAY 'ERRO AO ABRIR TARTRANSP.DAT - FS='
                   WRK-FS-TARTRANSP
               GOBACK
           END-IF.

           DISPLAY '-- PRECOS DE TRANSPORTADORA (TRANSP/ORI/UF/ATE KG/'
           DISPLAY '   INICIO/PRECO KG/MINIMO/FIM) --'.
           PERFORM UNTIL FIM-TABELA
               READ ARQ-TARTRANSP NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-TABELA
                   NOT AT END
                       DISPLAY TTR-TRANSPORTADORA ' ' TTR-ORIGEM ' '
                           TTR-UF ' ' TTR-PESO-ATE ' ' TTR-DATA-INI
                           ' ' TTR-PRECO-KG ' ' TTR-MINIMO ' '
                           TTR-DATA-FIM
               END-READ
           END-PERFORM.
           CLOSE ARQ-TARTRANSP.

       0350-LISTAR-TARIFAS-DEVOL.
           OPEN INPUT ARQ-TARDEVOL.
           IF WRK-FS-TARDEVOL NOT = '00'
               DISPLAY 'ERRO AO ABRIR TARDEVOL.DAT - FS='
                   WRK-FS-TARDEVOL
               GOBACK
           END-IF.

           DISPLAY
               '-- TARIFAS DE DEVOLUCAO (DEP/UF/INICIO/MULT/FIM) --'.
           PERFORM UNTIL FIM-TABELA
               READ ARQ-TARDEVOL NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-TABELA
                   NOT AT END
                       DISPLAY TDV-ORIGEM ' ' TDV-UF ' '
                           TDV-DATA-INI ' ' TDV-MULT ' ' TDV-DATA-FIM
               END-READ
           END-PERFORM.
           CLOSE ARQ-TARDEVOL.

       0360-LISTAR-ICMS.
           OPEN INPUT ARQ-ICMS.
           IF WRK-FS-ICMS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ICMS.DAT - FS=' WRK-FS-ICMS
               GOBACK
           END-IF.

           DISPLAY
               '-- ALIQUOTAS DE ICMS (ORI/DEST/INICIO/ALIQ/FIM) --'.
           PERFORM UNTIL FIM-TABELA
               READ ARQ-ICMS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-TABELA
                   NOT AT END
                       DISPLAY ICM-UF-ORIGEM ' ' ICM-UF-DESTINO ' '
                           ICM-DATA-INI ' ' ICM-ALIQUOTA ' '
                           ICM-DATA-FIM
               END-READ
           END-PERFORM.
           CLOSE ARQ-ICMS.

       0370-LISTAR-DEPOSITOS.
           OPEN INPUT ARQ-DEPOSITOS.
           IF WRK-FS-DEPOSITOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR DEPOSITOS.DAT - FS='
                   WRK-FS-DEPOSITOS
               GOBACK
           END-IF.

           DISPLAY '-- DEPOSITOS CADASTRADOS (DEP/INICIO/UF/FIM) --'.
           PERFORM UNTIL FIM-TABELA
               READ ARQ-DEPOSITOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-EOF-TABELA
                   NOT AT END
                       DISPLAY DEP-CODIGO ' ' DEP-DATA-INI ' '
                           DEP-UF ' ' DEP-DATA-FIM
               END-READ
           END-PERFORM.
           CLOSE ARQ-DEPOSITOS.

       0400-ENCERRAR-VIGENCIA.
           EVALUATE TRUE
               WHEN TABELA-FRETE
                   PERFORM 0420-ENCERRAR-MOEDA
               WHEN TABELA-CONTRATO
                   PERFORM 0430-ENCERRAR-CONTRATO
               WHEN TABELA-TRANSP
                   PERFORM 0440-ENCERRAR-PRECO-TRANSP
               WHEN TABELA-DEVOLUCAO
                   PERFORM 0450-ENCERRAR-TARIFA-DEVOL
               WHEN TABELA-ICMS
                   PERFORM 0460-ENCERRAR-ICMS
               WHEN TABELA-DEPOSITO
                   PERFORM 0470-ENCERRAR-DEPOSITO
           END-EVALUATE.

       0410-ENCERRAR-TARIFA.
           END-READ.
           CLOSE ARQ-CONTRATOS.

       0440-ENCERRAR-PRECO-TRANSP.
           OPEN I-O ARQ-TARTRANSP.
           IF WRK-FS-TARTRANSP NOT = '00'
               DISPLAY 'ERRO AO ABRIR TARTRANSP.DAT - FS='
                   WRK-FS-TARTRANSP
               GOBACK
           END-IF.

           DISPLAY 'DIGITE O CODIGO DA TRANSPORTADORA'
           ACCEPT WRK-TRANSPORTADORA FROM CONSOLE.
           DISPLAY 'DIGITE O DEPOSITO DE ORIGEM (EX SAO)'
           ACCEPT WRK-ORIGEM FROM CONSOLE.
           DISPLAY 'DIGITE A UF DE DESTINO'
           ACCEPT WRK-UF FROM CONSOLE.
           DISPLAY 'DIGITE O PESO MAXIMO DA FAIXA EM KG (6 DIGITOS)'
           ACCEPT WRK-PESO-ATE-TXT FROM CONSOLE.
           DISPLAY 'DIGITE A DATA DE INICIO DA VIGENCIA (AAAAMMDD)'
           ACCEPT WRK-DATA-INI FROM CONSOLE.
           MOVE WRK-TRANSPORTADORA TO TTR-TRANSPORTADORA.
           MOVE WRK-ORIGEM         TO TTR-ORIGEM.
           MOVE WRK-UF             TO TTR-UF.
           MOVE WRK-PESO-ATE       TO TTR-PESO-ATE.
           MOVE WRK-DATA-INI       TO TTR-DATA-INI.
           READ ARQ-TARTRANSP
               INVALID KEY
                   DISPLAY 'VIGENCIA NAO CADASTRADA'
               NOT INVALID KEY
                   DISPLAY 'DIGITE A NOVA DATA DE FIM (AAAAMMDD)'
                   ACCEPT WRK-DATA-FIM FROM CONSOLE
                   MOVE WRK-DATA-FIM TO TTR-DATA-FIM
                   REWRITE REG-TARTRANSP
                   DISPLAY 'VIGENCIA ENCERRADA COM SUCESSO'
           END-READ.
           CLOSE ARQ-TARTRANSP.

       0450-ENCERRAR-TARIFA-DEVOL.
           OPEN I-O ARQ-TARDEVOL.
           IF WRK-FS-TARDEVOL NOT = '00'
               DISPLAY 'ERRO AO ABRIR TARDEVOL.DAT - FS='
                   WRK-FS-TARDEVOL
               GOBACK
           END-IF.

           DISPLAY 'DIGITE O DEPOSITO QUE RECEBE A DEVOLUCAO (EX SAO)'
           ACCEPT WRK-ORIGEM FROM CONSOLE.
           DISPLAY 'DIGITE A UF DO CLIENTE QUE DEVOLVE'
           ACCEPT WRK-UF FROM CONSOLE.
           DISPLAY 'DIGITE A DATA DE INICIO DA VIGENCIA (AAAAMMDD)'
           ACCEPT WRK-DATA-INI FROM CONSOLE.
           MOVE WRK-ORIGEM   TO TDV-ORIGEM.
           MOVE WRK-UF       TO TDV-UF.
           MOVE WRK-DATA-INI TO TDV-DATA-INI.
           READ ARQ-TARDEVOL
               INVALID KEY
                   DISPLAY 'VIGENCIA NAO CADASTRADA'
               NOT INVALID KEY
                   DISPLAY 'DIGITE A NOVA DATA DE FIM (AAAAMMDD)'
                   ACCEPT WRK-DATA-FIM FROM CONSOLE
                   MOVE WRK-DATA-FIM TO TDV-DATA-FIM
                   REWRITE REG-TARDEVOL
                   DISPLAY 'VIGENCIA ENCERRADA COM SUCESSO'
           END-READ.
           CLOSE ARQ-TARDEVOL.

       0460-ENCERRAR-ICMS.
           OPEN I-O ARQ-ICMS.
           IF WRK-FS-ICMS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ICMS.DAT - FS=' WRK-FS-ICMS
               GOBACK
           END-IF.

           DISPLAY 'DIGITE A UF DE ORIGEM DA PRESTACAO'
           ACCEPT WRK-UF-ORIGEM FROM CONSOLE.
           DISPLAY 'DIGITE A UF DE DESTINO'
           ACCEPT WRK-UF FROM CONSOLE.
           DISPLAY 'DIGITE A DATA DE INICIO DA VIGENCIA (AAAAMMDD)'
           ACCEPT WRK-DATA-INI FROM CONSOLE.
           MOVE WRK-UF-ORIGEM TO ICM-UF-ORIGEM.
           MOVE WRK-UF        TO ICM-UF-DESTINO.
           MOVE WRK-DATA-INI  TO ICM-DATA-INI.
           READ ARQ-ICMS
               INVALID KEY
                   DISPLAY 'VIGENCIA NAO CADASTRADA'
               NOT INVALID KEY
                   DISPLAY 'DIGITE A NOVA DATA DE FIM (AAAAMMDD)'
                   ACCEPT WRK-DATA-FIM FROM CONSOLE
                   MOVE WRK-DATA-FIM TO ICM-DATA-FIM
                   REWRITE REG-ICMS
                   DISPLAY 'VIGENCIA ENCERRADA COM SUCESSO'
           END-READ.
           CLOSE ARQ-ICMS.

       0470-ENCERRAR-DEPOSITO.
           OPEN I-O ARQ-DEPOSITOS.
           IF WRK-FS-DEPOSITOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR DEPOSITOS.DAT - FS='
                   WRK-FS-DEPOSITOS
               GOBACK
           END-IF.

           DISPLAY 'DIGITE O DEPOSITO (EX SAO)'
           ACCEPT WRK-ORIGEM FROM CONSOLE.
           DISPLAY 'DIGITE A DATA DE INICIO DA VIGENCIA (AAAAMMDD)'
           ACCEPT WRK-DATA-INI FROM CONSOLE.
           MOVE WRK-ORIGEM   TO DEP-CODIGO.
           MOVE WRK-DATA-INI TO DEP-DATA-INI.
           READ ARQ-DEPOSITOS
               INVALID KEY
                   DISPLAY 'VIGENCIA NAO CADASTRADA'
               NOT INVALID KEY
                   DISPLAY 'DIGITE A NOVA DATA DE FIM (AAAAMMDD)'
                   ACCEPT WRK-DATA-FIM FROM CONSOLE
                   MOVE WRK-DATA-FIM TO DEP-DATA-FIM
                   REWRITE REG-DEPOSITO
                   DISPLAY 'VIGENCIA ENCERRADA COM SUCESSO'
           END-READ.
           CLOSE ARQ-DEPOSITOS.

      * ISENCAO DE MULTA E JUROS: MARCA (S) OU DESMARCA (N) O
      * CONTRATO JA CADASTRADO; O ENCARGOS-ATRASO NAO COBRA O CLIENTE
      * COM CONTRATO ISENTO VIGENTE NA DATA DA RODADA
       0500-MARCAR-ISENCAO.
           OPEN I-O ARQ-CONTRATOS.
           IF WRK-FS-CONTRATOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR CONTRATOS.DAT - FS='
                   WRK-FS-CONTRATOS
               GOBACK
           END-IF.

           DISPLAY 'DIGITE O CODIGO DO CLIENTE'
           ACCEPT WRK-CLIENTE FROM CONSOLE.
           DISPLAY 'DIGITE A DATA DE INICIO DA VIGENCIA (AAAAMMDD)'
           ACCEPT WRK-DATA-INI FROM CONSOLE.
           MOVE WRK-CLIENTE  TO CON-CLIENTE.
           MOVE WRK-DATA-INI TO CON-DATA-INI.
           READ ARQ-CONTRATOS
               INVALID KEY
                   DISPLAY 'VIGENCIA NAO CADASTRADA'
               NOT INVALID KEY
                   PERFORM WITH TEST AFTER UNTIL ISENTO-VALIDO
                       DISPLAY 'ISENTO DE MULTA E JUROS POR ATRASO '
                           '(S/N)'
                       ACCEPT WRK-ISENTO FROM CONSOLE
                   END-PERFORM
                   MOVE WRK-ISENTO TO CON-ISENTO-ENCARGOS
                   REWRITE REG-CONTRATO
                   DISPLAY 'ISENCAO ATUALIZADA COM SUCESSO'
           END-READ.
           CLOSE ARQ-CONTRATOS.

           COPY VERTRAVA.
