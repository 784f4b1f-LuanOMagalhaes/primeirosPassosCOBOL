      * OBJETIVO: DESCARREGAR O CADASTRO DE USUARIOS (USERS.DAT, O
      * UNICO INDEXADO DA SUITE) PARA UM SEQUENCIAL DE BACKUP
      * (USERS.BKP) E RECONSTRUIR UM USERS.DAT NOVO A PARTIR DO
      * BACKUP, COM CONTAGENS DOS DOIS LADOS PARA CONFERIR A VOLTA.
      * BACKUP ANTIGO, SEM A DATA DO ULTIMO ACESSO, VOLTA COM A DATA
      * ZERADA (CONTA AINDA SEM ACESSO REGISTRADO)
      * DATA = 22/08/2026
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 USR-DT-TROCA      PIC 9(08).
           05 USR-TENTATIVAS    PIC 9(01).
           05 USR-BLOQUEADO     PIC X(01).
           05 USR-ULT-ACESSO    PIC 9(08).

       FD  ARQ-BACKUP
           RECORDING MODE IS F.
           05 BKP-DT-TROCA      PIC 9(08).
           05 BKP-TENTATIVAS    PIC 9(01).
           05 BKP-BLOQUEADO     PIC X(01).
           05 BKP-ULT-ACESSO    PIC 9(08).

       WORKING-STORAGE SECTION.
       77 WRK-FS-USUARIOS PIC X(02) VALUE ZEROS.
                       MOVE USR-DT-TROCA   TO BKP-DT-TROCA
                       MOVE USR-TENTATIVAS TO BKP-TENTATIVAS
                       MOVE USR-BLOQUEADO  TO BKP-BLOQUEADO
                       MOVE USR-ULT-ACESSO TO BKP-ULT-ACESSO
                       WRITE REG-BACKUP
                       IF WRK-FS-BACKUP = '00'
                           ADD 1 TO WRK-CONT-GRAVADOS
                       MOVE BKP-DT-TROCA   TO USR-DT-TROCA
                       MOVE BKP-TENTATIVAS TO USR-TENTATIVAS
                       MOVE BKP-BLOQUEADO  TO USR-BLOQUEADO
                       IF BKP-ULT-ACESSO NUMERIC
                           MOVE BKP-ULT-ACESSO TO USR-ULT-ACESSO
                       ELSE
                           MOVE ZEROS TO USR-ULT-ACESSO
                       END-IF
                       WRITE REG-USUARIO
                           INVALID KEY
                               DISPLAY 'CHAVE DUPLICADA NO BACKUP - '
