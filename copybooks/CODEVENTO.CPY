      ***************************
      * CODEVENTO.CPY
      * TABELA DOS CODIGOS DE OCORRENCIA DO RASTREIO DE ENTREGAS
      * (EVENTOS.DAT): CODIGO, DESCRICAO E LADO RESPONSAVEL. O LADO
      * SEPARA O ANDAMENTO NORMAL (N) DOS INCIDENTES QUE ATRASAM A
      * ENTREGA - POR CONTA DA TRANSPORTADORA (T) OU DO LADO DO
      * CLIENTE (C). CODIGO NOVO ENTRA AQUI E NO OCCURS ABAIXO. USAR
      * JUNTO COM BUSCAEVT.CPY (PARAGRAFO DE BUSCA).
      ***************************
       01 TAB-CODIGOS-EVENTO-VAL.
           05 FILLER PIC X(02) VALUE 'CO'.
           05 FILLER PIC X(20) VALUE 'COLETADO NA ORIGEM'.
           05 FILLER PIC X(01) VALUE 'N'.
           05 FILLER PIC X(02) VALUE 'TR'.
           05 FILLER PIC X(20) VALUE 'EM TRANSITO'.
           05 FILLER PIC X(01) VALUE 'N'.
           05 FILLER PIC X(02) VALUE 'SE'.
           05 FILLER PIC X(20) VALUE 'SAIU PARA ENTREGA'.
           05 FILLER PIC X(01) VALUE 'N'.
           05 FILLER PIC X(02) VALUE 'EN'.
           05 FILLER PIC X(20) VALUE 'ENTREGUE'.
           05 FILLER PIC X(01) VALUE 'N'.
           05 FILLER PIC X(02) VALUE 'AT'.
           05 FILLER PIC X(20) VALUE 'ATRASO NA TRANSPORT.'.
           05 FILLER PIC X(01) VALUE 'T'.
           05 FILLER PIC X(02) VALUE 'AV'.
           05 FILLER PIC X(20) VALUE 'AVARIA NA CARGA'.
           05 FILLER PIC X(01) VALUE 'T'.
           05 FILLER PIC X(02) VALUE 'EX'.
           05 FILLER PIC X(20) VALUE 'EXTRAVIO'.
           05 FILLER PIC X(01) VALUE 'T'.
           05 FILLER PIC X(02) VALUE 'EI'.
           05 FILLER PIC X(20) VALUE 'ENDERECO INCORRETO'.
           05 FILLER PIC X(01) VALUE 'C'.
           05 FILLER PIC X(02) VALUE 'AU'.
           05 FILLER PIC X(20) VALUE 'DESTINATARIO AUSENTE'.
           05 FILLER PIC X(01) VALUE 'C'.
           05 FILLER PIC X(02) VALUE 'RE'.
           05 FILLER PIC X(20) VALUE 'RECUSADO PELO CLIENT'.
           05 FILLER PIC X(01) VALUE 'C'.
       01 TAB-CODIGOS-EVENTO REDEFINES TAB-CODIGOS-EVENTO-VAL.
           05 TAB-CEV-ITEM OCCURS 10 TIMES
                            INDEXED BY IDX-CEV.
               10 TAB-CEV-CODIGO    PIC X(02).
               10 TAB-CEV-DESCRICAO PIC X(20).
               10 TAB-CEV-LADO      PIC X(01).

      * CODIGO A BUSCAR (PREENCHIDO PELO CHAMADOR) E O RESULTADO
       77 WRK-CEV-CODIGO PIC X(02) VALUE SPACES.
       77 WRK-CEV-DESCRICAO PIC X(20) VALUE SPACES.
       77 WRK-CEV-LADO PIC X(01) VALUE SPACES.
         88 LADO-NORMAL VALUE 'N'.
         88 LADO-TRANSPORTADORA VALUE 'T'.
         88 LADO-CLIENTE VALUE 'C'.
       77 WRK-CEV-FLAG PIC X(01) VALUE 'N'.
         88 CODIGO-EVENTO-VALIDO VALUE 'S'.
