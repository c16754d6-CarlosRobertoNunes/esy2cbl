       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWPRAZ.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Prazos das pendencias de aprovacao ("AP" do  *
                      *  CWAPRV) e de revisao ("RI" do CWRCRT):       *
                      *  calcula a data limite, confere a delegacao   *
                      *  "DL" de um aprovador para o substituto e     *
                      *  escala ao nivel 9 o que venceu sem parecer - *
                      *  cada escalonamento vai para a auditoria e    *
                      *  para o SIEM (APRV03), e as contagens servem  *
                      *  ao lembrete de logon do CWMEN0 e ao          *
                      *  relatorio de idade CWPEND.                   *
                      *  Pressupoe o CWCONF ja aberto pelo chamador.  *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 I                        PIC  9(003) VALUE 0.
           05 C                        PIC  9(003) VALUE 0.
           05 OBS                      PIC  X(078) VALUE SPACES.
           05 SEVT-DET                 PIC  X(060) VALUE SPACES.
           05 CARREGADO                PIC  X(001) VALUE "N".
           05 HOJE                     PIC  9(008) VALUE 0.
           05 PARM-DIAS                PIC  X(003) VALUE SPACES.
           05 DIAS-W                   PIC  9(003) VALUE 0.
           05 DIAS-APROVACAO           PIC  9(003) VALUE 5.
           05 DIAS-REVISAO             PIC  9(003) VALUE 30.
           05 BASE-W                   PIC  9(008) VALUE 0.
           05 PRAZO-CAMPANHA           PIC  9(008) VALUE 0.
           05 PRAZO-ED                 PIC  X(010) VALUE SPACES.
           05 MUDOU                    PIC  X(001) VALUE "N".
           05 ITEM-W                   PIC  X(060) VALUE SPACES.
      *    Campanhas "RC" abertas (codigo, abertura e prazo dado na
      *    abertura)
           05 TOT-CAMPANHAS            PIC  9(003) VALUE 0.
           05 TABELA-CAMPANHAS.
              10 CP-TB OCCURS 100.
                 15 CP-CODIGO          PIC  X(006).
                 15 CP-INICIO          PIC  9(008).
                 15 CP-PRAZO           PIC  9(008).
      *    Titulares que delegaram ao usuario, vigentes hoje
           05 TOT-TITULARES            PIC  9(002) VALUE 0.
           05 TITULAR-TB OCCURS 20     PIC  X(030).

       COPY CWTIME.
       COPY CWCONF.

       LINKAGE SECTION.

       COPY CWPRAZ.

       PROCEDURE DIVISION USING PARAMETROS-CWPRAZ.

       000-INICIO.

           IF   CARREGADO NOT = "S"
                PERFORM 800-INICIAIS THRU 800-99-FIM
           END-IF
           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE
           EVALUATE TRUE
               WHEN CWPRAZ-CALCULA
                    PERFORM 100-PRAZO     THRU 100-99-FIM
               WHEN CWPRAZ-DELEGACAO
                    PERFORM 200-DELEGACAO THRU 200-99-FIM
               WHEN CWPRAZ-ESCALA
                    PERFORM 300-ESCALA    THRU 300-99-FIM
           END-EVALUATE.

       000-99-FIM. GOBACK.

      *    Data limite = abertura + dias (da chamada ou do ambiente)
       100-PRAZO.

           MOVE CWPRAZ-DIAS TO DIAS-W
           IF   DIAS-W = 0
                IF   CWPRAZ-TIPO = "RI"
                     MOVE DIAS-REVISAO   TO DIAS-W
                ELSE
                     MOVE DIAS-APROVACAO TO DIAS-W
                END-IF
           END-IF
           MOVE CWPRAZ-DATA TO BASE-W
           IF   BASE-W = 0
                MOVE HOJE TO BASE-W
           END-IF
           SET  CWTIME-NORMAL TO TRUE
           MOVE SPACE         TO CWTIME-TODAY-STATUS
                                 CWTIME-DAYS-STATUS
           MOVE BASE-W        TO CWTIME-DATE
           MOVE DIAS-W        TO CWTIME-DAYS
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO CWPRAZ-PRAZO.

       100-99-FIM. EXIT.

      *    Substituto vigente: do titular pedido ou de qualquer
      *    titular administrador (nivel 8/9)
       200-DELEGACAO.

           MOVE "N" TO CWPRAZ-DELEGADO
           MOVE 0   TO CWPRAZ-NIVEL-TITULAR
           IF   CWPRAZ-TITULAR NOT = SPACES
                MOVE "DL"           TO CWCONF-REG
                MOVE CWPRAZ-TITULAR TO CWCONF-CHAVE
                SET CWSQLC-READ        TO TRUE
                SET CWSQLC-EQUAL       TO TRUE
                SET CWSQLC-IGNORE-LOCK TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
                IF   FS-CWCONF < "10"
                AND  CWCONF-NOME = CWPRAZ-USUARIO
                AND  CWCONF-BL-INICIO NOT > HOJE
                AND  CWCONF-BL-FIM NOT < HOJE
                     PERFORM 220-NIVEL-TITULAR THRU 220-99-FIM
                     MOVE "S" TO CWPRAZ-DELEGADO
                END-IF
                GO TO 200-99-FIM
           END-IF

           MOVE 0      TO TOT-TITULARES
           MOVE "DL"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "DL")
                      OR TOT-TITULARES = 20
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "DL"
                   AND  CWCONF-NOME = CWPRAZ-USUARIO
                   AND  CWCONF-BL-INICIO NOT > HOJE
                   AND  CWCONF-BL-FIM NOT < HOJE
                   AND  CWCONF-CHAVE (1: 30) NOT = CWPRAZ-EXCETO
                        ADD  1 TO TOT-TITULARES
                        MOVE CWCONF-CHAVE (1: 30)
                          TO TITULAR-TB (TOT-TITULARES)
                   END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOT-TITULARES
                                            OR CWPRAZ-DELEGADO = "S"
                   MOVE TITULAR-TB (I) TO CWPRAZ-TITULAR
                   PERFORM 220-NIVEL-TITULAR THRU 220-99-FIM
                   IF   CWPRAZ-NIVEL-TITULAR > 7
                        MOVE "S" TO CWPRAZ-DELEGADO
                   END-IF
           END-PERFORM
           IF   CWPRAZ-DELEGADO NOT = "S"
                MOVE SPACES TO CWPRAZ-TITULAR
                MOVE 0      TO CWPRAZ-NIVEL-TITULAR
           END-IF.

       200-99-FIM. EXIT.

       220-NIVEL-TITULAR.

           MOVE 0              TO CWPRAZ-NIVEL-TITULAR
           MOVE "PS"           TO CWCONF-REG
           MOVE CWPRAZ-TITULAR TO CWCONF-NOME
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
           AND  CWCONF-NIVEL-PS NUMERIC
                MOVE CWCONF-NIVEL-PS TO CWPRAZ-NIVEL-TITULAR
           END-IF.

       220-99-FIM. EXIT.

      *    Varredura de prazos: "AP" pendentes e "RI" pendentes das
      *    campanhas abertas
       300-ESCALA.

           MOVE 0 TO CWPRAZ-PENDENTES CWPRAZ-VENCIDOS
                     CWPRAZ-ESCALADOS-AGORA
           PERFORM 310-CAMPANHAS THRU 310-99-FIM

           MOVE "AP"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "AP")
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "AP"
                   AND  CWCONF-AP-PENDENTE
                        MOVE "AP" TO CWPRAZ-TIPO
                        MOVE 0    TO PRAZO-CAMPANHA
                        IF   CWCONF-CHANGELOG-DATA NUMERIC
                             MOVE CWCONF-CHANGELOG-DATA TO BASE-W
                        ELSE
                             MOVE 0 TO BASE-W
                        END-IF
                        MOVE SPACES TO ITEM-W
                        STRING CWCONF-CHAVE (1: 2) " "
                               CWCONF-CHAVE (3: 30)
                               DELIMITED BY SIZE INTO ITEM-W
                        PERFORM 330-AVALIA THRU 330-99-FIM
                   END-IF
           END-PERFORM

           IF   TOT-CAMPANHAS = 0
                GO TO 300-99-FIM
           END-IF
           MOVE "RI"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "RI")
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "RI"
                   AND  CWCONF-AP-PENDENTE
                        PERFORM 320-CAMPANHA-DO-ITEM THRU 320-99-FIM
                        IF   C NOT = 0
                             MOVE "RI"           TO CWPRAZ-TIPO
                             MOVE CP-INICIO (C)  TO BASE-W
                             MOVE CP-PRAZO (C)   TO PRAZO-CAMPANHA
                             MOVE SPACES TO ITEM-W
                             STRING CWCONF-CHAVE (1: 6) " "
                                    CWCONF-CHAVE (7: 2) " "
                                    CWCONF-NOME
                                    DELIMITED BY SIZE INTO ITEM-W
                             PERFORM 330-AVALIA THRU 330-99-FIM
                        END-IF
                   END-IF
           END-PERFORM.

       300-99-FIM. EXIT.

       310-CAMPANHAS.

           MOVE 0      TO TOT-CAMPANHAS
           MOVE "RC"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "RC")
                      OR TOT-CAMPANHAS = 100
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "RC"
                   AND  CWCONF-BL-FIM = 0
                        ADD  1 TO TOT-CAMPANHAS
                        MOVE CWCONF-CHAVE (1: 6)
                          TO CP-CODIGO (TOT-CAMPANHAS)
                        MOVE CWCONF-BL-INICIO
                          TO CP-INICIO (TOT-CAMPANHAS)
                        IF   CWCONF-AP-PRAZO NUMERIC
                             MOVE CWCONF-AP-PRAZO
                               TO CP-PRAZO (TOT-CAMPANHAS)
                        ELSE
                             MOVE 0 TO CP-PRAZO (TOT-CAMPANHAS)
                        END-IF
                   END-IF
           END-PERFORM.

       310-99-FIM. EXIT.

       320-CAMPANHA-DO-ITEM.

           MOVE 0 TO C
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOT-CAMPANHAS
                                            OR C NOT = 0
                   IF   CP-CODIGO (I) = CWCONF-CHAVE (1: 6)
                        MOVE I TO C
                   END-IF
           END-PERFORM.

       320-99-FIM. EXIT.

      *    Pendencia corrente: completa prazo/nivel dos registros
      *    antigos e escala a vencida que ainda esta no nivel 8
       330-AVALIA.

           MOVE "N" TO MUDOU
           IF   CWCONF-AP-PRAZO NOT NUMERIC
           OR   CWCONF-AP-PRAZO = 0
                IF   PRAZO-CAMPANHA NOT = 0
                     MOVE PRAZO-CAMPANHA TO CWCONF-AP-PRAZO
                ELSE
                     MOVE BASE-W TO CWPRAZ-DATA
                     MOVE 0      TO CWPRAZ-DIAS
                     PERFORM 100-PRAZO THRU 100-99-FIM
                     MOVE CWPRAZ-PRAZO TO CWCONF-AP-PRAZO
                END-IF
                MOVE "S" TO MUDOU
           END-IF
           IF   CWCONF-AP-NIVEL NOT NUMERIC
           OR   CWCONF-AP-NIVEL < 8
                MOVE 8   TO CWCONF-AP-NIVEL
                MOVE "S" TO MUDOU
           END-IF
           ADD 1 TO CWPRAZ-PENDENTES
           IF   CWCONF-AP-PRAZO < HOJE
                ADD 1 TO CWPRAZ-VENCIDOS
                IF   CWCONF-AP-NIVEL < 9
                     MOVE 9   TO CWCONF-AP-NIVEL
                     MOVE "S" TO MUDOU
                     ADD  1   TO CWPRAZ-ESCALADOS-AGORA
                     PERFORM 340-AUDITA THRU 340-99-FIM
                END-IF
           END-IF
           IF   MUDOU = "S"
                SET CWSQLC-REWRITE TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           END-IF.

       330-99-FIM. EXIT.

       340-AUDITA.

           SET  CWTIME-EDIT     TO TRUE
           MOVE SPACE           TO CWTIME-TODAY-STATUS
           MOVE CWCONF-AP-PRAZO TO CWTIME-DATE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-EDITED TO PRAZO-ED
           MOVE SPACES TO OBS
           STRING "Pendencia " CWPRAZ-TIPO " " DELIMITED BY SIZE
                  ITEM-W DELIMITED BY "  "
                  " vencida em " PRAZO-ED
                  ", escalada ao nivel 9." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE SPACES TO SEVT-DET
           STRING CWPRAZ-TIPO " " ITEM-W DELIMITED BY SIZE
             INTO SEVT-DET
           CALL "CWSEVT" USING "APRV03" SEVT-DET.

       340-99-FIM. EXIT.

      *    Prazos padrao (dias) do ambiente
       800-INICIAIS.

           MOVE "S" TO CARREGADO
           MOVE SPACES TO PARM-DIAS
           DISPLAY "CWPRAZ_APROVACAO" UPON ENVIRONMENT-NAME
           ACCEPT  PARM-DIAS          FROM ENVIRONMENT-VALUE
           PERFORM 810-CONVERTE-DIAS THRU 810-99-FIM
           IF   DIAS-W > 0
                MOVE DIAS-W TO DIAS-APROVACAO
           END-IF
           MOVE SPACES TO PARM-DIAS
           DISPLAY "CWPRAZ_REVISAO" UPON ENVIRONMENT-NAME
           ACCEPT  PARM-DIAS        FROM ENVIRONMENT-VALUE
           PERFORM 810-CONVERTE-DIAS THRU 810-99-FIM
           IF   DIAS-W > 0
                MOVE DIAS-W TO DIAS-REVISAO
           END-IF.

       800-99-FIM. EXIT.

       810-CONVERTE-DIAS.

           MOVE 0 TO DIAS-W
           EVALUATE TRUE
               WHEN PARM-DIAS NUMERIC
                    MOVE PARM-DIAS TO DIAS-W
               WHEN PARM-DIAS (1: 2) NUMERIC
                AND PARM-DIAS (3: 1) = SPACE
                    MOVE PARM-DIAS (1: 2) TO DIAS-W
               WHEN PARM-DIAS (1: 1) NUMERIC
                AND PARM-DIAS (2: 2) = SPACES
                    MOVE PARM-DIAS (1: 1) TO DIAS-W
           END-EVALUATE.

       810-99-FIM. EXIT.

       END PROGRAM CWPRAZ.
