       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWGETS.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Identidade de execucao do passo de lote:     *
                      *  com CWCRON=ON e CWRUNAS (exportado pelo      *
                      *  CWJOBL com o dono da corrente "JB") apontando*
                      *  para um "PS" marcado como conta de servico,  *
                      *  troca o usuario recebido pelo da conta -     *
                      *  grupos, spool, impressora e centro de custo  *
                      *  passam a ser os dela.  Fora disso devolve o  *
                      *  usuario intacto.                             *
                      *  Pressupoe o CWCONF ja aberto pelo chamador.  *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 MINUSCULAS PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
           05 MAIUSCULAS PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05 CRON                     PIC  X(003) VALUE SPACES.
           05 CWRUNAS                  PIC  X(030) VALUE SPACES.

       COPY CWCONF.

       LINKAGE SECTION.

       01  USUARIO                     PIC  X(030).

       PROCEDURE DIVISION USING USUARIO.

       000-INICIO.

           MOVE SPACES TO CRON CWRUNAS
           DISPLAY "CWCRON" UPON ENVIRONMENT-NAME
           ACCEPT  CRON     FROM ENVIRONMENT-VALUE
           INSPECT CRON CONVERTING MINUSCULAS TO MAIUSCULAS
           IF   CRON NOT = "ON"
                GO TO 000-99-FIM
           END-IF
           DISPLAY "CWRUNAS" UPON ENVIRONMENT-NAME
           ACCEPT  CWRUNAS   FROM ENVIRONMENT-VALUE
           IF   CWRUNAS = SPACES OR LOW-VALUES
                GO TO 000-99-FIM
           END-IF
           MOVE "PS"    TO CWCONF-REG
           MOVE CWRUNAS TO CWCONF-NOME
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
           AND  CWCONF-SERVICO
                MOVE CWRUNAS TO USUARIO
           END-IF.

       000-99-FIM. GOBACK.

       END PROGRAM CWGETS.
