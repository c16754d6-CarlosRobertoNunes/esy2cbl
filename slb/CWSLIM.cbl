       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWSLIM.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Limite de sessoes simultaneas: quantas       *
                      *  sessoes "LD" o mesmo usuario pode ter ao     *
                      *  mesmo tempo, no "PS" do usuario ou no "GU"   *
                      *  do grupo (vale o do usuario; zero nos dois = *
                      *  sem limite, alem do MAXUSERS de sempre).     *
                      *  O CWMEN0 aplica no logon: alem do limite o   *
                      *  usuario cancela ou assume uma das outras     *
                      *  sessoes dele.  Manutencao restrita a niveis  *
                      *  8 e 9, com auditoria.                        *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 SL-ALVO                  PIC  X(001) VALUE "U".
           05 SL-NOME                  PIC  X(030) VALUE SPACES.
           05 SL-LIMITE                PIC  9(003) VALUE 0.
           05 SL-ACHOU                 PIC  X(001) VALUE SPACE.
           05 NOME                     PIC  X(030) VALUE SPACES.
           05 TASK                     PIC  9(006) VALUE 0.
           05 PROGRAMA                 PIC  X(008) VALUE SPACES.
           05 NIVEL-OPERADOR           PIC  9(001) VALUE 0.
           05 OBS                      PIC  X(078) VALUE SPACES.

       COPY CWBOXW.
       COPY CWSEND.
       COPY CWCONF.

       PROCEDURE DIVISION.

       000-INICIO.

           PERFORM 800-INICIAIS THRU 800-99-FIM
           IF   NIVEL-OPERADOR < 8
                MOVE "Limite de sessoes exige nivel 8 ou 9"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           ELSE
                PERFORM 100-EDITA THRU 100-99-FIM
                        UNTIL SL-NOME = SPACES
           END-IF
           PERFORM 900-FINAIS   THRU 900-99-FIM.

       000-99-FIM. GOBACK.

      *    Limite no "PS" do usuario ou no "GU" do grupo; o grupo e'
      *    alcancado pela varredura dos registros "GU" completos ate
      *    a linha do proprio grupo (sem programa)
       100-EDITA.

           MOVE 10 TO CWBOXW-LINE
           MOVE 10 TO CWBOXW-COLUMN
           MOVE 05 TO CWBOXW-VERTICAL-LENGTH
           MOVE 58 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "111213" "Alvo (U/G)       :"
           CALL "CWMSGW" USING "121213" "Usuario ou grupo :"
           CALL "CWMSGW" USING "131213" "Sessoes (0=livre):"
           MOVE "U"    TO SL-ALVO
           MOVE SPACES TO SL-NOME
           MOVE 0      TO SL-LIMITE
           ACCEPT SL-ALVO AT 1132 WITH UPDATE
           IF   SL-ALVO NOT = "G" AND NOT = "g"
                MOVE "U" TO SL-ALVO
           ELSE
                MOVE "G" TO SL-ALVO
           END-IF
           ACCEPT SL-NOME AT 1232 WITH UPDATE
           IF   SL-NOME = SPACES
                GO TO 100-FECHA
           END-IF
           PERFORM 200-LOCALIZA THRU 200-99-FIM
           IF   SL-ACHOU NOT = "S"
                IF   SL-ALVO = "U"
                     MOVE "Usuario nao cadastrado" TO CWSEND-MSG
                ELSE
                     MOVE "Grupo sem registro GU"  TO CWSEND-MSG
                END-IF
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 100-FECHA
           END-IF
           IF   CWCONF-ML-OPCAO NUMERIC
                MOVE CWCONF-ML-OPCAO TO SL-LIMITE
           END-IF
           ACCEPT SL-LIMITE AT 1332 WITH UPDATE

      *    A varredura do grupo reposiciona o arquivo: relocaliza
      *    com bloqueio antes de regravar
           PERFORM 200-LOCALIZA THRU 200-99-FIM
           IF   SL-ACHOU NOT = "S"
                GO TO 100-FECHA
           END-IF
           MOVE SL-LIMITE TO CWCONF-ML-OPCAO
           SET CWSQLC-REWRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE SPACES TO OBS
           IF   SL-ALVO = "U"
                STRING '"' DELIMITED BY SIZE
                       NOME DELIMITED BY SPACE
                       '", limite de sessoes do usuario '
                       DELIMITED BY SIZE
                       SL-NOME DELIMITED BY SPACE
                       ": " SL-LIMITE "." DELIMITED BY SIZE
                  INTO OBS
           ELSE
                STRING '"' DELIMITED BY SIZE
                       NOME DELIMITED BY SPACE
                       '", limite de sessoes do grupo '
                       DELIMITED BY SIZE
                       SL-NOME DELIMITED BY SPACE
                       ": " SL-LIMITE "." DELIMITED BY SIZE
                  INTO OBS
           END-IF
           CALL "CWLOGW" USING "#" OBS
           MOVE "Limite de sessoes gravado" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       100-FECHA.

           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW.

       100-99-FIM. EXIT.

       200-LOCALIZA.

           MOVE "N" TO SL-ACHOU
           IF   SL-ALVO = "U"
                MOVE "PS"    TO CWCONF-REG
                MOVE SL-NOME TO CWCONF-NOME
                SET CWSQLC-READ  TO TRUE
                SET CWSQLC-EQUAL TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
                IF   FS-CWCONF < "10"
                     MOVE "S" TO SL-ACHOU
                END-IF
                GO TO 200-99-FIM
           END-IF
           MOVE "GU"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "GU")
                      OR SL-ACHOU = "S"
                   SET CWSQLC-READ TO TRUE
                   SET CWSQLC-NEXT TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "GU"
                   AND  CWCONF-PROG-GRUPO = SPACES
                   AND  CWCONF-NOME-GRUPO (1: 22) = SL-NOME (1: 22)
                        MOVE "S" TO SL-ACHOU
                   END-IF
           END-PERFORM.

       200-99-FIM. EXIT.

       800-INICIAIS.

           CALL "CWGETU" USING NOME TASK PROGRAMA "?"
           CANCEL "CWFILE"
           SET CWSQLC-UPDATE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE "PS" TO CWCONF-REG
           MOVE NOME TO CWCONF-NOME
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
           AND  CWCONF-NIVEL-PS NUMERIC
                MOVE CWCONF-NIVEL-PS TO NIVEL-OPERADOR
           END-IF
           MOVE "X" TO SL-NOME.

       800-99-FIM. EXIT.

       900-FINAIS.

           SET CWSQLC-CLOSE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       900-99-FIM. EXIT.

       END PROGRAM CWSLIM.
