                      *  documenta a decisao; a revogacao em si       *
                      *  continua sendo feita pelos cadastros de      *
                      *  usuarios e grupos.                           *
                      *  Os itens herdam o prazo dado na abertura     *
                      *  (CWPRAZ); vencidos, escalam ao nivel 9.  O   *
                      *  substituto vigente ("DL") de um revisor      *
                      *  revisa no lugar dele e o parecer fica        *
                      *  marcado como delegado, em nome do titular.   *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
                 15 IT-CHAVE           PIC  X(032).
                 15 IT-TIPO            PIC  X(002).
                 15 IT-NOME            PIC  X(030).
                 15 IT-PRAZO           PIC  9(008).
      *    Prazo da campanha e delegacao ("DL")
           05 HOJE                     PIC  9(008) VALUE 0.
           05 PEDE-PRAZO               PIC  X(001) VALUE "N".
           05 RC-PRAZO-DIAS            PIC  9(003) VALUE 0.
           05 RC-PRAZO                 PIC  9(008) VALUE 0.
           05 SUBSTITUTO               PIC  X(001) VALUE "N".
           05 TITULAR                  PIC  X(030) VALUE SPACES.
           05 PONTEIRO                 PIC  9(003) VALUE 0.
           05 SEVT-DET                 PIC  X(060) VALUE SPACES.

       01  LINHAS-DE-IMPRESSAO-RC.
       02  LINHA-RC-1.
              "TIPO ALVO                           PARECER REVISOR".
           05 FILLER                   PIC  X(020) VALUE
              "                DATA".
           05 FILLER                   PIC  X(007) VALUE
              "  PRAZO".
       02  LINHA-RC-2.
           05 RC-L-TIPO                PIC  X(002) VALUE SPACES.
           05 FILLER                   PIC  X(003) VALUE SPACES.
           05 RC-L-REVISOR             PIC  X(020) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 RC-L-DATA                PIC  X(010) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 RC-L-PRAZO               PIC  X(010) VALUE SPACES.
       02  LINHA-RC-3.
           05 FILLER                   PIC  X(036) VALUE SPACES.
           05 FILLER                   PIC  X(026) VALUE
              "parecer de substituto de ".
           05 RC-L-TITULAR             PIC  X(030) VALUE SPACES.

       COPY CWBOXS.
       COPY CWBOXW.
       COPY CWSEND.
       COPY CWIMPR.
       COPY CWTIME.
       COPY CWPRAZ.
       COPY CWCONF.

       PROCEDURE DIVISION.

           PERFORM 800-INICIAIS THRU 800-99-FIM
           IF   NIVEL-OPERADOR < 8
           AND  SUBSTITUTO NOT = "S"
                MOVE "Recertificacao exige nivel 8 ou 9"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           MOVE "~Revisar pendencias"   TO CWBOXS-TEXT (2)
           MOVE "~Encerrar e imprimir"  TO CWBOXS-TEXT (3)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
      *    Substituto sem nivel 8 so revisa pendencias
           IF   NIVEL-OPERADOR < 8
           AND (CWBOXS-OPTION = 1 OR 3)
                MOVE "Como substituto, so revisar pendencias"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                MOVE 1 TO CWBOXS-OPTION
                GO TO 100-99-FIM
           END-IF
           EVALUATE CWBOXS-OPTION
               WHEN 1 PERFORM 110-ABRE    THRU 110-99-FIM
               WHEN 2 PERFORM 200-REVISA  THRU 200-99-FIM
           MOVE 10 TO CWBOXW-LINE
           MOVE 10 TO CWBOXW-COLUMN
           MOVE 04 TO CWBOXW-VERTICAL-LENGTH
           IF   PEDE-PRAZO = "S"
                MOVE 05 TO CWBOXW-VERTICAL-LENGTH
           END-IF
           MOVE 60 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           CALL "CWMSGW" USING "111213" "Campanha :"
           CALL "CWMSGW" USING "121213" "Descricao:"
           MOVE SPACES TO RC-CAMPANHA RC-DESCRICAO
           MOVE 0      TO RC-PRAZO-DIAS
           IF   PEDE-PRAZO = "S"
                CALL "CWMSGW" USING "131240"
                     "Prazo    :     dias (0 = prazo padrao)"
           END-IF
           ACCEPT RC-CAMPANHA  AT 1124 WITH UPDATE
           IF   RC-CAMPANHA NOT = SPACES
                ACCEPT RC-DESCRICAO AT 1224 WITH UPDATE
                IF   PEDE-PRAZO = "S"
                     ACCEPT RC-PRAZO-DIAS AT 1324 WITH UPDATE
                END-IF
           END-IF
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW.
      *    e por grupo "GU" (linhas de grupo propriamente ditas)
       110-ABRE.

           MOVE "S" TO PEDE-PRAZO
           PERFORM 105-PEDE-CAMPANHA THRU 105-99-FIM
           MOVE "N" TO PEDE-PRAZO
           IF   RC-CAMPANHA = SPACES
                MOVE 1 TO CWBOXS-OPTION
                GO TO 110-99-FIM
           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           SET  CWPRAZ-CALCULA TO TRUE
           MOVE "RI"              TO CWPRAZ-TIPO
           MOVE CWTIME-DATE-FINAL TO CWPRAZ-DATA
           MOVE RC-PRAZO-DIAS     TO CWPRAZ-DIAS
           CALL "CWPRAZ" USING PARAMETROS-CWPRAZ
           MOVE CWPRAZ-PRAZO TO RC-PRAZO
           MOVE LOW-VALUES  TO CWCONF-REG
           MOVE "RC"        TO CWCONF-TIPO
           MOVE SPACES      TO CWCONF-CHAVE
           MOVE RC-DESCRICAO       TO CWCONF-LABEL
           MOVE CWTIME-DATE-FINAL  TO CWCONF-BL-INICIO
           MOVE 0                  TO CWCONF-BL-FIM
           MOVE RC-PRAZO           TO CWCONF-AP-PRAZO
           SET CWSQLC-WRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO

                  "." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           SET  CWTIME-EDIT TO TRUE
           MOVE SPACE       TO CWTIME-TODAY-STATUS
           MOVE RC-PRAZO    TO CWTIME-DATE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE SPACES TO CWSEND-MSG
           STRING "Campanha aberta com " GERADOS " itens, prazo "
                  CWTIME-DATE-EDITED
                  DELIMITED BY SIZE INTO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND
           MOVE 1 TO CWBOXS-OPTION.
           MOVE "P"         TO CWCONF-AP-STATUS
           MOVE SPACES      TO CWCONF-AP-APROVADOR
           MOVE 0           TO CWCONF-CHANGELOG-DATA
           MOVE RC-PRAZO    TO CWCONF-AP-PRAZO
           MOVE 8           TO CWCONF-AP-NIVEL
           MOVE SPACE       TO CWCONF-AP-DELEGADO
           MOVE SPACES      TO CWCONF-CHANGELOG-NOTA
           SET CWSQLC-WRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"

       210-CARREGA-PENDENTES.

      *    Escala o que venceu antes de listar
           SET CWPRAZ-ESCALA TO TRUE
           CALL "CWPRAZ" USING PARAMETROS-CWPRAZ
           MOVE 0 TO TOT-ITENS
           MOVE "RI"        TO CWCONF-REG
           MOVE RC-CAMPANHA TO CWCONF-CHAVE (1: 6)
                        MOVE CWCONF-CHAVE (7: 2)
                          TO IT-TIPO (TOT-ITENS)
                        MOVE CWCONF-NOME  TO IT-NOME (TOT-ITENS)
                        MOVE CWCONF-AP-PRAZO
                          TO IT-PRAZO (TOT-ITENS)
                   END-IF
           END-PERFORM.

           MOVE 04  TO CWBOXS-LINE
           MOVE 10  TO CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE "Pendentes (alvo, prazo, * vencido):"
             TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 24
                   COMPUTE S = BASE + I
                   IF   S NOT > TOT-ITENS
                        SET  CWTIME-EDIT  TO TRUE
                        MOVE SPACE        TO CWTIME-TODAY-STATUS
                        MOVE IT-PRAZO (S) TO CWTIME-DATE
                        CALL "CWTIME" USING PARAMETROS-CWTIME
                        MOVE SPACES TO CWBOXS-TEXT (I)
                        STRING IT-TIPO (S) " "
                               IT-NOME (S) (1: 22) " "
                               CWTIME-DATE-EDITED DELIMITED BY SIZE
                          INTO CWBOXS-TEXT (I)
                        IF   IT-PRAZO (S) < HOJE
                             MOVE "*" TO CWBOXS-TEXT (I) (38: 1)
                        END-IF
                   END-IF
           END-PERFORM
           IF   BASE + 24 < TOT-ITENS
           END-IF
           MOVE NOME              TO CWCONF-AP-APROVADOR
           MOVE CWTIME-DATE-FINAL TO CWCONF-CHANGELOG-DATA
           IF   SUBSTITUTO = "S"
                MOVE "S"     TO CWCONF-AP-DELEGADO
                MOVE TITULAR TO CWCONF-CHANGELOG-NOTA
           ELSE
                MOVE SPACE   TO CWCONF-AP-DELEGADO
                MOVE SPACES  TO CWCONF-CHANGELOG-NOTA
           END-IF
           SET CWSQLC-REWRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE SPACES TO OBS
           MOVE 1      TO PONTEIRO
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", parecer de recertificacao sobre '
                  DELIMITED BY SIZE
                  IT-NOME (S) DELIMITED BY SPACE
             INTO OBS WITH POINTER PONTEIRO
           IF   SUBSTITUTO = "S"
                STRING " em nome de " DELIMITED BY SIZE
                       TITULAR DELIMITED BY SPACE
                  INTO OBS WITH POINTER PONTEIRO
                MOVE SPACES TO SEVT-DET
                STRING IT-NOME (S) DELIMITED BY SPACE
                       " por " DELIMITED BY SIZE
                       TITULAR DELIMITED BY SPACE
                  INTO SEVT-DET
                CALL "CWSEVT" USING "APRV04" SEVT-DET
           END-IF
           STRING "." DELIMITED BY SIZE
             INTO OBS WITH POINTER PONTEIRO
           CALL "CWLOGW" USING "#" OBS.

       230-99-FIM. EXIT.
                    MOVE "MANTER"   TO RC-L-PARECER
               WHEN CWCONF-AP-REJEITADO
                    MOVE "REVOGAR"  TO RC-L-PARECER
               WHEN CWCONF-AP-PRAZO NUMERIC
                AND CWCONF-AP-PRAZO NOT = 0
                AND CWCONF-AP-PRAZO < HOJE
                    MOVE "VENCIDO"  TO RC-L-PARECER
                    ADD 1 TO PENDENTES
               WHEN OTHER
                    MOVE "PENDENTE" TO RC-L-PARECER
                    ADD 1 TO PENDENTES
           ELSE
                MOVE SPACES TO RC-L-DATA
           END-IF
           IF   CWCONF-AP-PRAZO NUMERIC
           AND  CWCONF-AP-PRAZO NOT = 0
                SET CWTIME-EDIT TO TRUE
                MOVE CWCONF-AP-PRAZO TO CWTIME-DATE
                CALL "CWTIME" USING PARAMETROS-CWTIME
                MOVE CWTIME-DATE-EDITED TO RC-L-PRAZO
           ELSE
                MOVE SPACES TO RC-L-PRAZO
           END-IF
           MOVE LINHA-RC-2 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           IF   CWCONF-AP-POR-DELEGACAO
                MOVE CWCONF-CHANGELOG-NOTA TO RC-L-TITULAR
                MOVE LINHA-RC-3 TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF.

       310-99-FIM. EXIT.

           AND  CWCONF-NIVEL-PS NUMERIC
                MOVE CWCONF-NIVEL-PS TO NIVEL-OPERADOR
           END-IF
           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE
      *    Sem nivel 8, revisa quem e' substituto vigente de um
      *    revisor
           IF   NIVEL-OPERADOR < 8
                SET  CWPRAZ-DELEGACAO TO TRUE
                MOVE NOME   TO CWPRAZ-USUARIO
                MOVE SPACES TO CWPRAZ-TITULAR
                               CWPRAZ-EXCETO
                CALL "CWPRAZ" USING PARAMETROS-CWPRAZ
                MOVE CWPRAZ-DELEGADO TO SUBSTITUTO
                MOVE CWPRAZ-TITULAR  TO TITULAR
           END-IF
           MOVE 1 TO CWBOXS-OPTION.

       800-99-FIM. EXIT.
