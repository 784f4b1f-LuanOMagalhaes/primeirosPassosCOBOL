      ***************************
      * VERPERM.CPY
      * IDENTIFICACAO DO OPERADOR E CONSULTA A MATRIZ DE PERMISSOES
      * (PERMISSAO.CPY). O CHAMADOR REINICIA O ESTADO COM 9519 NO
      * COMECO DE CADA CHAMADA, PREENCHE WRK-PM-PROGRAMA E
      * WRK-PM-MODO E EXECUTA 9535-AUTORIZAR-OPERACAO, QUE PEDE
      * USUARIO E SENHA (SE AINDA NAO PEDIU), CONFERE A MATRIZ E, NA
      * RECUSA, AVISA O OPERADOR E GRAVA A TENTATIVA NEGADA NO
      * AUDITORIA.LOG. QUEM JA TEM O OPERADOR IDENTIFICADO (O
      * MENU-PRINCIPAL) PREENCHE WRK-PM-USUARIO E OS NIVEIS E USA
      * 9525 (SO CONSULTA) E 9530 (RECUSA) DIRETAMENTE.
      * SEM PERMISSOES.DAT SO O ADM (NIVEL 01) PASSA, PARA QUE O
      * ADMINISTRADOR CONSIGA IMPLANTAR A MATRIZ.
      ***************************
       9519-REINICIAR-PERMISSOES.
           MOVE 'N' TO WRK-PM-IDENTIFICADO.
           MOVE 'N' TO WRK-PM-DELEGADO.
           MOVE 'N' TO WRK-PM-RESULTADO.
           MOVE 'N' TO WRK-PM-CARREGADA.
           MOVE SPACES TO WRK-PM-USUARIO.
           MOVE ZEROS TO WRK-PM-NIVEL.
           MOVE ZEROS TO WRK-PM-NIVEL-DEL.

      * USUARIO E SENHA CONFERIDOS EM USERS.DAT COMO NO MENU
      * (CONTA BLOQUEADA NAO PASSA; SENHA ERRADA CONTA TENTATIVA E A
      * ULTIMA PERMITIDA BLOQUEIA A CONTA; SENHA CERTA ZERA A
      * CONTAGEM E ANOTA O ULTIMO ACESSO, QUE O BLOQUEIA-INATIVOS
      * CONSULTA); DELEGACAO VIGENTE HOJE SOMA O NIVEL DELEGADO AO
      * NIVEL DO CADASTRO
       9520-IDENTIFICAR-OPERADOR.
           MOVE 'N' TO WRK-PM-IDENTIFICADO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-PM-HOJE.
           OPEN I-O ARQ-USUARIOS.
           IF WRK-FS-USUARIOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR USERS.DAT - FS=' WRK-FS-USUARIOS
           ELSE
               DISPLAY 'DIGITE O USUÁRIO'
               ACCEPT WRK-PM-USUARIO FROM CONSOLE
               DISPLAY 'DIGITE A SENHA/PIN'
               ACCEPT WRK-PM-SENHA FROM CONSOLE
               MOVE WRK-PM-USUARIO TO USR-USUARIO
               READ ARQ-USUARIOS
                   INVALID KEY
                       DISPLAY 'USUARIO NAO CADASTRADO'
                   NOT INVALID KEY
                       IF USR-BLOQUEADO = 'S'
                           DISPLAY 'CONTA BLOQUEADA - PROCURE UM '
                               'ADMINISTRADOR'
                       ELSE
                           MOVE WRK-PM-SENHA TO WRK-SC-CLARA
                           PERFORM 9500-CODIFICAR-SENHA
                           IF WRK-SC-CODIFICADA = USR-SENHA
                               MOVE USR-NIVEL TO WRK-PM-NIVEL
                               SET OPERADOR-IDENTIFICADO TO TRUE
                               MOVE ZEROS TO USR-TENTATIVAS
                               MOVE WRK-PM-HOJE TO USR-ULT-ACESSO
                           ELSE
                               PERFORM 9521-CONTAR-TENTATIVA
                           END-IF
                           REWRITE REG-USUARIO
                       END-IF
               END-READ
               CLOSE ARQ-USUARIOS
           END-IF.
           MOVE SPACES TO WRK-PM-SENHA.

           IF OPERADOR-IDENTIFICADO
               OPEN INPUT ARQ-DELEGACOES
               IF WRK-FS-DELEGACOES = '00'
                   MOVE WRK-PM-USUARIO TO DEL-USUARIO
                   READ ARQ-DELEGACOES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DEL-DATA-INI <= WRK-PM-HOJE
                               AND DEL-DATA-FIM >= WRK-PM-HOJE
                               AND DEL-NIVEL NOT = WRK-PM-NIVEL
                               MOVE DEL-NIVEL TO WRK-PM-NIVEL-DEL
                               SET PM-SOB-DELEGACAO TO TRUE
                               DISPLAY 'NIVEL ' DEL-NIVEL
                                   ' ASSUMIDO POR DELEGACAO DE '
                                   DEL-GRANTOR
                           END-IF
                   END-READ
                   CLOSE ARQ-DELEGACOES
               END-IF
           END-IF.

      * SENHA ERRADA: A CONTA E BLOQUEADA NA ULTIMA TENTATIVA
      * PERMITIDA, COMO NO MENU-PRINCIPAL, E O BLOQUEIO VAI PARA O
      * AUDITORIA.LOG
       9521-CONTAR-TENTATIVA.
           ADD 1 TO USR-TENTATIVAS.
           IF USR-TENTATIVAS >= WRK-PM-MAX-TENTATIVAS
               MOVE 'S' TO USR-BLOQUEADO
               DISPLAY 'CONTA BLOQUEADA APOS '
                   WRK-PM-MAX-TENTATIVAS ' TENTATIVAS'
               MOVE WRK-PM-USUARIO TO WRK-AU-USUARIO
               MOVE 'CONTA BLOQUEADA' TO WRK-AU-ACAO
               PERFORM 9570-GRAVAR-AUD-SEGURA
           ELSE
               DISPLAY 'SENHA/PIN INVALIDO'
           END-IF.

      * A MATRIZ E LIDA UMA VEZ POR CHAMADA; ARQUIVO AUSENTE DEIXA
      * MATRIZ-EXISTE DESLIGADO (SO O ADM PASSA)
       9522-CARREGAR-PERMISSOES.
           MOVE ZEROS TO WRK-PM-QTD.
           MOVE 'N' TO WRK-PM-EXISTE.
           MOVE 'N' TO WRK-PM-EOF.
           OPEN INPUT ARQ-PERMISSOES.
           IF WRK-FS-PERMISSOES = '00'
               SET MATRIZ-EXISTE TO TRUE
               PERFORM UNTIL FIM-PERMISSOES
                   READ ARQ-PERMISSOES INTO WRK-REG-PERMISSAO
                       AT END
                           MOVE 'S' TO WRK-PM-EOF
                       NOT AT END
                           IF WRK-PM-QTD < WRK-PM-MAX
                               ADD 1 TO WRK-PM-QTD
                               MOVE WRK-PR-TIPO
                                   TO TAB-PRM-TIPO (WRK-PM-QTD)
                               MOVE WRK-PR-SUJEITO
                                   TO TAB-PRM-SUJEITO (WRK-PM-QTD)
                               MOVE WRK-PR-PROGRAMA
                                   TO TAB-PRM-PROGRAMA (WRK-PM-QTD)
                               MOVE WRK-PR-MODO
                                   TO TAB-PRM-MODO (WRK-PM-QTD)
                               MOVE WRK-PR-PERMITE
                                   TO TAB-PRM-PERMITE (WRK-PM-QTD)
                           ELSE
                               DISPLAY 'PERMISSOES.DAT COM MAIS DE '
                                   WRK-PM-MAX ' LINHAS - EXCEDENTE '
                                   'IGNORADO'
                               MOVE 'S' TO WRK-PM-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQ-PERMISSOES
           END-IF.
           SET MATRIZ-CARREGADA TO TRUE.

      * SO CONSULTA: LIGA PERMISSAO-CONCEDIDA QUANDO A LINHA MAIS
      * ESPECIFICA QUE CASA COM USUARIO/NIVEIS, PROGRAMA E MODO
      * PERMITE. NAO AVISA NEM AUDITA (O MENU USA PARA MONTAR AS
      * OPCOES)
       9525-CONFERIR-PERMISSAO.
           IF NOT MATRIZ-CARREGADA
               PERFORM 9522-CARREGAR-PERMISSOES
           END-IF.
           MOVE 'N' TO WRK-PM-RESULTADO.
           MOVE SPACES TO WRK-PM-ORIGEM.
           IF NOT MATRIZ-EXISTE
               IF WRK-PM-NIVEL = 01
                   SET PERMISSAO-CONCEDIDA TO TRUE
                   MOVE 'NIVEL' TO WRK-PM-ORIGEM
               END-IF
           ELSE
               MOVE ZEROS TO WRK-PM-MELHOR
               PERFORM VARYING WRK-PM-IDX FROM 1 BY 1
                       UNTIL WRK-PM-IDX > WRK-PM-QTD
                   PERFORM 9527-PESAR-LINHA
               END-PERFORM
           END-IF.

      * PESO DA LINHA: GERAL 1, NIVEL 3, USUARIO 5, MAIS 1 QUANDO O
      * MODO E O PROPRIO (NAO '*'); ZERO QUANDO A LINHA NAO CASA
       9527-PESAR-LINHA.
           MOVE ZEROS TO WRK-PM-PESO.
           IF TAB-PRM-PROGRAMA (WRK-PM-IDX) = WRK-PM-PROGRAMA
               AND (TAB-PRM-MODO (WRK-PM-IDX) = WRK-PM-MODO
                    OR TAB-PRM-MODO (WRK-PM-IDX) = '*')
               EVALUATE TRUE
                   WHEN TAB-PRM-TIPO (WRK-PM-IDX) = 'U'
                       AND TAB-PRM-SUJEITO (WRK-PM-IDX)
                           = WRK-PM-USUARIO
                       MOVE 5 TO WRK-PM-PESO
                       MOVE 'USUARIO' TO WRK-PM-ORIGEM-LIN
                   WHEN TAB-PRM-TIPO (WRK-PM-IDX) = 'N'
                       AND TAB-PRM-SUJEITO (WRK-PM-IDX) (1:2)
                           = WRK-PM-NIVEL-X
                       MOVE 3 TO WRK-PM-PESO
                       MOVE 'NIVEL' TO WRK-PM-ORIGEM-LIN
                   WHEN TAB-PRM-TIPO (WRK-PM-IDX) = 'N'
                       AND WRK-PM-NIVEL-DEL NOT = ZEROS
                       AND TAB-PRM-SUJEITO (WRK-PM-IDX) (1:2)
                           = WRK-PM-NIVEL-DEL-X
                       MOVE 3 TO WRK-PM-PESO
                       MOVE 'DELEGACAO' TO WRK-PM-ORIGEM-LIN
                   WHEN TAB-PRM-TIPO (WRK-PM-IDX) = 'G'
                       MOVE 1 TO WRK-PM-PESO
                       MOVE 'GERAL' TO WRK-PM-ORIGEM-LIN
               END-EVALUATE
               IF WRK-PM-PESO > ZEROS
                   AND TAB-PRM-MODO (WRK-PM-IDX) = WRK-PM-MODO
                   ADD 1 TO WRK-PM-PESO
               END-IF
           END-IF.
           IF WRK-PM-PESO > WRK-PM-MELHOR
               MOVE WRK-PM-PESO TO WRK-PM-MELHOR
               MOVE TAB-PRM-PERMITE (WRK-PM-IDX) TO WRK-PM-RESULTADO
               MOVE WRK-PM-ORIGEM-LIN TO WRK-PM-ORIGEM
           ELSE
               IF WRK-PM-PESO = WRK-PM-MELHOR
                   AND WRK-PM-PESO > ZEROS
                   AND TAB-PRM-PERMITE (WRK-PM-IDX) = 'N'
                   MOVE 'N' TO WRK-PM-RESULTADO
                   MOVE WRK-PM-ORIGEM-LIN TO WRK-PM-ORIGEM
               END-IF
           END-IF.

      * RECUSA: AVISA O OPERADOR E DEIXA A TENTATIVA NO AUDITORIA.LOG
      * ('NEGADO', MODO E PROGRAMA, CORTADO NA LARGURA DA ACAO)
       9530-NEGAR-PERMISSAO.
           DISPLAY 'ACESSO NEGADO: ' WRK-PM-PROGRAMA ' MODO '
               WRK-PM-MODO ' NAO PERMITIDO PARA ' WRK-PM-USUARIO.
           IF NOT MATRIZ-EXISTE
               DISPLAY 'MATRIZ DE PERMISSOES AUSENTE - O ADM DEVE '
                   'IMPLANTA-LA NO ACESSO-USUARIOS (MODO M)'
           END-IF.
           MOVE WRK-PM-USUARIO TO WRK-AU-USUARIO.
           MOVE SPACES TO WRK-AU-ACAO.
           STRING 'NEGADO ' DELIMITED BY SIZE
                  WRK-PM-MODO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-PM-PROGRAMA DELIMITED BY SPACE
                  INTO WRK-AU-ACAO
           END-STRING.
           PERFORM 9570-GRAVAR-AUD-SEGURA.

      * ROTEIRO COMPLETO DOS PROGRAMAS SEM LOGIN PROPRIO: IDENTIFICA
      * (UMA VEZ POR CHAMADA), CONSULTA E, NA RECUSA, AUDITA
       9535-AUTORIZAR-OPERACAO.
           MOVE 'N' TO WRK-PM-RESULTADO.
           IF NOT OPERADOR-IDENTIFICADO
               PERFORM 9520-IDENTIFICAR-OPERADOR
           END-IF.
           IF OPERADOR-IDENTIFICADO
               PERFORM 9525-CONFERIR-PERMISSAO
               IF NOT PERMISSAO-CONCEDIDA
                   PERFORM 9530-NEGAR-PERMISSAO
               END-IF
           END-IF.
