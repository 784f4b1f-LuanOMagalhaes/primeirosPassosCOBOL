      ***************************
      * BUSCADEV.CPY
      * BUSCA O MOTIVO DE DEVOLUCAO EM WRK-MDV-CODIGO NA TABELA DO
      * MOTDEVOL.CPY: ACHADO, LIGA MOTIVO-DEVOL-VALIDO E DEVOLVE A
      * DESCRICAO E QUEM PAGA O FRETE DA VOLTA; DESCONHECIDO, DEVOLVE
      * A DESCRICAO 'MOTIVO DESCONHECIDO' E O INDICADOR EM BRANCO.
      ***************************
       9595-BUSCAR-MOTIVO-DEVOL.
           MOVE 'N' TO WRK-MDV-FLAG.
           MOVE 'MOTIVO DESCONHECIDO' TO WRK-MDV-DESCRICAO.
           MOVE SPACES TO WRK-MDV-COBRA.
           SET IDX-MDV TO 1.
           SEARCH TAB-MDV-ITEM
               AT END
                   CONTINUE
               WHEN TAB-MDV-CODIGO (IDX-MDV) = WRK-MDV-CODIGO
                   SET MOTIVO-DEVOL-VALIDO TO TRUE
                   MOVE TAB-MDV-DESCRICAO (IDX-MDV)
                       TO WRK-MDV-DESCRICAO
                   MOVE TAB-MDV-COBRA (IDX-MDV) TO WRK-MDV-COBRA
           END-SEARCH.
