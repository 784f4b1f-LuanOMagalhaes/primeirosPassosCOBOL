      ***************************
      * BUSCAEVT.CPY
      * BUSCA O CODIGO DE OCORRENCIA EM WRK-CEV-CODIGO NA TABELA DO
      * CODEVENTO.CPY: ACHADO, LIGA CODIGO-EVENTO-VALIDO E DEVOLVE A
      * DESCRICAO E O LADO RESPONSAVEL; DESCONHECIDO, DEVOLVE A
      * DESCRICAO 'CODIGO DESCONHECIDO' E O LADO EM BRANCO.
      ***************************
       9590-BUSCAR-CODIGO-EVENTO.
           MOVE 'N' TO WRK-CEV-FLAG.
           MOVE 'CODIGO DESCONHECIDO' TO WRK-CEV-DESCRICAO.
           MOVE SPACES TO WRK-CEV-LADO.
           SET IDX-CEV TO 1.
           SEARCH TAB-CEV-ITEM
               AT END
                   CONTINUE
               WHEN TAB-CEV-CODIGO (IDX-CEV) = WRK-CEV-CODIGO
                   SET CODIGO-EVENTO-VALIDO TO TRUE
                   MOVE TAB-CEV-DESCRICAO (IDX-CEV)
                       TO WRK-CEV-DESCRICAO
                   MOVE TAB-CEV-LADO (IDX-CEV) TO WRK-CEV-LADO
           END-SEARCH.
