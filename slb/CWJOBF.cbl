       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWJOBF.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Projecao das rodadas das correntes "JB" dia  *
                      *  a dia para o periodo pedido - o plano que    *
                      *  operacao e negocio assinam antes de feriado  *
                      *  prolongado ou de mexer num blackout.  Cada   *
                      *  corrente (job que nao e' sucessor de outro)  *
                      *  sai como RODA ou NAO RODA com o motivo:      *
                      *  sem CWCONF-JOB-USA-CALENDARIO roda todo dia  *
                      *  (como sempre); com ele valem o dia da semana *
                      *  (CWCONF-JOB-DIAS-SEMANA, feriado "CL" conta  *
                      *  como domingo), os CWCONF-JOB-BLACKOUT e o    *
                      *  congelamento "CL"; meio expediente e a hora  *
                      *  de corte do lote (CWJANM) saem anotados.     *
                      *  Tela ou relatorio; na corrente (CWCRON=ON)   *
                      *  so o relatorio, com inicio/dias por          *
                      *  CWJOBF_INICIO (AAAAMMDD, data de             *
                      *  processamento por falta) e CWJOBF_DIAS (7).  *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 I                        PIC  9(003) VALUE 0.
           05 J                        PIC  9(003) VALUE 0.
           05 S                        PIC  9(004) VALUE 0.
           05 Y                        PIC  9(001) VALUE 0.
           05 BASE                     PIC  9(004) VALUE 0.
           05 CRON                     PIC  X(003) VALUE SPACES.
           05 LOTE                     PIC  X(001) VALUE "N".
           05 SAIDA                    PIC  X(001) VALUE "R".
           05 PARM-INICIO              PIC  X(008) VALUE SPACES.
           05 PARM-DIAS                PIC  X(003) VALUE SPACES.
           05 PJ-INICIO                PIC  9(008) VALUE 0.
           05 PJ-DIAS                  PIC  9(002) VALUE 7.
           05 PJ-DIA                   PIC  9(002) VALUE 0.
           05 PJ-DATA                  PIC  9(008) VALUE 0.
           05 PJ-DATA-ED               PIC  X(010) VALUE SPACES.
           05 PJ-SEMANA                PIC  X(003) VALUE SPACES.
           05 DIA-SEMANA               PIC  9(001) VALUE 0.
           05 DIA-MASCARA              PIC  9(001) VALUE 0.
           05 CAL-CLASSE               PIC  X(001) VALUE SPACE.
           05 CAL-TEXTO                PIC  X(020) VALUE SPACES.
           05 PJ-RODA                  PIC  X(001) VALUE SPACE.
           05 PJ-MOTIVO                PIC  X(040) VALUE SPACES.
           05 PJ-RODAM                 PIC  9(005) VALUE 0.
           05 PJ-PULAM                 PIC  9(005) VALUE 0.
           05 PJ-CORTADA               PIC  X(001) VALUE "N".
           05 DIAS-NOMES.
              10 PIC X(003) VALUE "Dom".
              10 PIC X(003) VALUE "Seg".
              10 PIC X(003) VALUE "Ter".
              10 PIC X(003) VALUE "Qua".
              10 PIC X(003) VALUE "Qui".
              10 PIC X(003) VALUE "Sex".
              10 PIC X(003) VALUE "Sab".
           05 REDEFINES DIAS-NOMES.
              10 DIA-NOME OCCURS 7     PIC  X(003).
      *    Correntes carregadas do "JB"
           05 TOT-JB                   PIC  9(003) VALUE 0.
           05 TABELA-JB.
              10 JB-TB OCCURS 500.
                 15 JB-JOB             PIC  X(007).
                 15 JB-PROX-OK         PIC  X(007).
                 15 JB-PROX-NAO-OK     PIC  X(007).
                 15 JB-CABECA          PIC  X(001).
                 15 JB-CALENDARIO      PIC  X(001).
                 15 JB-DIAS            PIC  X(007).
                 15 JB-BLACKOUT OCCURS 5
                                       PIC  9(008).
                 15 JB-CORTE           PIC  9(004).
                 15 JB-REABRE          PIC  9(004).
                 15 JB-RETOMA          PIC  X(007).
      *    Linhas da tela (CWBOXS, 40 posicoes)
           05 TOT-TELA                 PIC  9(004) VALUE 0.
           05 TABELA-TELA.
              10 TL-LINHA OCCURS 1500  PIC  X(040).

       01  LINHAS-DE-IMPRESSAO-JF.
       02  LINHA-JF-1.
           05 FILLER                   PIC  X(060) VALUE
              "DATA       DIA CALENDARIO           CORRENTE SITUACAO".
           05 FILLER                   PIC  X(020) VALUE
              "  MOTIVO/OBSERVACAO".
       02  LINHA-JF-2.
           05 JF-DATA                  PIC  X(010) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 JF-SEMANA                PIC  X(003) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 JF-CALENDARIO            PIC  X(020) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 JF-JOB                   PIC  X(007) VALUE SPACES.
           05 FILLER                   PIC  X(002) VALUE SPACES.
           05 JF-SITUACAO              PIC  X(008) VALUE SPACES.
           05 FILLER                   PIC  X(002) VALUE SPACES.
           05 JF-MOTIVO                PIC  X(040) VALUE SPACES.
       02  LINHA-JF-3.
           05 JF-ROTULO                PIC  X(030) VALUE SPACES.
           05 JF-TOTAL                 PIC  ZZ.ZZ9.

       COPY CWBOXS.
       COPY CWBOXW.
       COPY CWSEND.
       COPY CWTIME.
       COPY CWDTSB.
       COPY CWIMPR.
       COPY CWCONF.

       PROCEDURE DIVISION.

       000-INICIO.

           PERFORM 800-INICIAIS THRU 800-99-FIM
           IF   LOTE NOT = "S"
                PERFORM 810-PEDE-PERIODO THRU 810-99-FIM
           END-IF
           IF   PJ-DIAS NOT = 0
                PERFORM 100-CARREGA THRU 100-99-FIM
                IF   TOT-JB = 0
                     MOVE "Nenhuma corrente JB cadastrada"
                       TO CWSEND-MSG
                     IF   LOTE NOT = "S"
                          CALL "CWSEND" USING PARAMETROS-CWSEND
                     END-IF
                     MOVE 4 TO RETURN-CODE
                ELSE
                     PERFORM 200-PROJETA THRU 200-99-FIM
                     IF   SAIDA = "T"
                          MOVE 0 TO BASE
                          MOVE 1 TO CWBOXS-OPTION
                          PERFORM 400-TELA THRU 400-99-FIM
                                  UNTIL CWBOXS-OPTION = 0
                     ELSE
                          PERFORM 500-FECHA-RELATORIO THRU 500-99-FIM
                     END-IF
                END-IF
           END-IF
           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM. GOBACK.

      *    Correntes: todo "JB" que nenhum outro lanca como sucessor
       100-CARREGA.

           MOVE 0    TO TOT-JB
           MOVE "JB" TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "JB")
                      OR TOT-JB = 500
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "JB"
                        PERFORM 110-GUARDA-JB THRU 110-99-FIM
                   END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOT-JB
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > TOT-JB
                           IF   J NOT = I
                           AND (JB-PROX-OK (J)     = JB-JOB (I)
                            OR  JB-PROX-NAO-OK (J) = JB-JOB (I))
                                MOVE "N" TO JB-CABECA (I)
                           END-IF
                   END-PERFORM
           END-PERFORM.

       100-99-FIM. EXIT.

       110-GUARDA-JB.

           ADD  1 TO TOT-JB
           MOVE CWCONF-CHAVE (1: 7)        TO JB-JOB (TOT-JB)
           MOVE CWCONF-JOB-PROXIMO-RC-OK   TO JB-PROX-OK (TOT-JB)
           MOVE CWCONF-JOB-PROXIMO-NAO-OK  TO JB-PROX-NAO-OK (TOT-JB)
           MOVE "S"                        TO JB-CABECA (TOT-JB)
           MOVE CWCONF-JOB-USA-CALENDARIO  TO JB-CALENDARIO (TOT-JB)
           MOVE CWCONF-JOB-DIAS-SEMANA     TO JB-DIAS (TOT-JB)
           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > 5
                   IF   CWCONF-JOB-BLACKOUT (Y) NUMERIC
                        MOVE CWCONF-JOB-BLACKOUT (Y)
                          TO JB-BLACKOUT (TOT-JB Y)
                   ELSE
                        MOVE 0 TO JB-BLACKOUT (TOT-JB Y)
                   END-IF
           END-PERFORM
           MOVE 0 TO JB-CORTE (TOT-JB) JB-REABRE (TOT-JB)
           IF   CWCONF-HR-HORA-FIM NUMERIC
                MOVE CWCONF-HR-HORA-FIM    TO JB-CORTE (TOT-JB)
           END-IF
           IF   CWCONF-HR-HORA-INICIO NUMERIC
                MOVE CWCONF-HR-HORA-INICIO TO JB-REABRE (TOT-JB)
           END-IF
           MOVE SPACES TO JB-RETOMA (TOT-JB)
           IF   CWCONF-RELATORIO NOT = LOW-VALUES
                MOVE CWCONF-RELATORIO      TO JB-RETOMA (TOT-JB)
           END-IF.

       110-99-FIM. EXIT.

       200-PROJETA.

           MOVE 0 TO TOT-TELA PJ-RODAM PJ-PULAM
           MOVE "N"       TO PJ-CORTADA
           MOVE PJ-INICIO TO PJ-DATA
           PERFORM VARYING PJ-DIA FROM 1 BY 1 UNTIL PJ-DIA > PJ-DIAS
                   PERFORM 210-DIA THRU 210-99-FIM
                   SET  CWTIME-NORMAL TO TRUE
                   MOVE SPACE         TO CWTIME-TODAY-STATUS
                                         CWTIME-DAYS-STATUS
                                         CWTIME-WEEK-STATUS
                   MOVE PJ-DATA       TO CWTIME-DATE
                   MOVE 1             TO CWTIME-DAYS
                   CALL "CWTIME" USING PARAMETROS-CWTIME
                   MOVE CWTIME-DATE-FINAL TO PJ-DATA
           END-PERFORM
           IF   SAIDA = "R"
                MOVE SPACES TO LINHA-JF-2
                MOVE LINHA-JF-2 TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
                MOVE "Rodadas previstas"     TO JF-ROTULO
                MOVE PJ-RODAM TO JF-TOTAL
                MOVE LINHA-JF-3 TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
                MOVE "Rodadas que nao acontecem" TO JF-ROTULO
                MOVE PJ-PULAM TO JF-TOTAL
                MOVE LINHA-JF-3 TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF.

       200-99-FIM. EXIT.

      *    Um dia: classe do calendario central, dia da semana e
      *    a decisao de cada corrente
       210-DIA.

           SET  CWTIME-EDIT TO TRUE
           MOVE SPACE       TO CWTIME-TODAY-STATUS
           MOVE PJ-DATA     TO CWTIME-DATE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-EDITED TO PJ-DATA-ED
           SET  CWTIME-NORMAL TO TRUE
           SET  CWTIME-WEEK   TO TRUE
           MOVE SPACE         TO CWTIME-DAYS-STATUS
           MOVE PJ-DATA       TO CWTIME-DATE
           MOVE 0             TO CWTIME-DAYS
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE SPACE TO CWTIME-WEEK-STATUS
           MOVE 0 TO DIA-SEMANA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 7
                   IF   CWTIME-WEEK-CHAR (1: 3) = DIA-NOME (I)
                        MOVE I TO DIA-SEMANA
                        MOVE 8 TO I
                   END-IF
           END-PERFORM
           MOVE SPACES TO PJ-SEMANA
           IF   DIA-SEMANA > 0
                MOVE DIA-NOME (DIA-SEMANA) TO PJ-SEMANA
           END-IF
           CALL "CWCALC" USING PJ-DATA CAL-CLASSE
           EVALUATE CAL-CLASSE
               WHEN "F" MOVE "feriado"         TO CAL-TEXTO
               WHEN "M" MOVE "meio expediente" TO CAL-TEXTO
               WHEN "C" MOVE "congelamento"    TO CAL-TEXTO
               WHEN OTHER MOVE SPACES          TO CAL-TEXTO
           END-EVALUATE
           MOVE DIA-SEMANA TO DIA-MASCARA
           IF   CAL-CLASSE = "F"
                MOVE 1 TO DIA-MASCARA
           END-IF

           IF   SAIDA = "T"
           AND  TOT-TELA < 1500
                ADD  1 TO TOT-TELA
                MOVE SPACES TO TL-LINHA (TOT-TELA)
                STRING PJ-SEMANA " " PJ-DATA-ED " " CAL-TEXTO
                       DELIMITED BY SIZE
                  INTO TL-LINHA (TOT-TELA)
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > TOT-JB
                   IF   JB-CABECA (J) = "S"
                        PERFORM 220-DECIDE  THRU 220-99-FIM
                        PERFORM 300-EMITE   THRU 300-99-FIM
                   END-IF
           END-PERFORM.

       210-99-FIM. EXIT.

       220-DECIDE.

           MOVE "S"    TO PJ-RODA
           MOVE SPACES TO PJ-MOTIVO
           IF   JB-CALENDARIO (J) NOT = "S"
                MOVE "sem calendario" TO PJ-MOTIVO
                GO TO 220-CORTE
           END-IF
           IF   CAL-CLASSE = "C"
                MOVE "N" TO PJ-RODA
                MOVE "congelamento (CL)" TO PJ-MOTIVO
                GO TO 220-99-FIM
           END-IF
           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > 5
                   IF   JB-BLACKOUT (J Y) = PJ-DATA
                        MOVE "N" TO PJ-RODA
                        MOVE "blackout" TO PJ-MOTIVO
                   END-IF
           END-PERFORM
           IF   PJ-RODA = "N"
                GO TO 220-99-FIM
           END-IF
           IF   DIA-MASCARA > 0
           AND  JB-DIAS (J) (DIA-MASCARA: 1) NOT = "S"
                MOVE "N" TO PJ-RODA
                IF   CAL-CLASSE = "F"
                     MOVE "feriado = domingo" TO PJ-MOTIVO
                ELSE
                     MOVE "dia da semana"     TO PJ-MOTIVO
                END-IF
                GO TO 220-99-FIM
           END-IF
           IF   CAL-CLASSE = "M"
                MOVE "meio expediente" TO PJ-MOTIVO
           END-IF.

       220-CORTE.

           IF   JB-CORTE (J) NOT = 0
                MOVE SPACES TO PJ-MOTIVO
                STRING "corte " JB-CORTE (J) " reabre " JB-REABRE (J)
                       DELIMITED BY SIZE
                  INTO PJ-MOTIVO
           END-IF
           IF   JB-RETOMA (J) NOT = SPACES
           AND  PJ-DIA = 1
                MOVE SPACES TO PJ-MOTIVO
                STRING "retoma em " JB-RETOMA (J)
                       DELIMITED BY SIZE
                  INTO PJ-MOTIVO
           END-IF.

       220-99-FIM. EXIT.

       300-EMITE.

           IF   PJ-RODA = "S"
                ADD 1 TO PJ-RODAM
           ELSE
                ADD 1 TO PJ-PULAM
           END-IF
           IF   SAIDA = "T"
                IF   TOT-TELA < 1500
                     ADD  1 TO TOT-TELA
                     MOVE SPACES TO TL-LINHA (TOT-TELA)
                     IF   PJ-RODA = "S"
                          STRING "  " JB-JOB (J) " roda " PJ-MOTIVO
                                 DELIMITED BY SIZE
                            INTO TL-LINHA (TOT-TELA)
                     ELSE
                          STRING "  " JB-JOB (J) " NAO: " PJ-MOTIVO
                                 DELIMITED BY SIZE
                            INTO TL-LINHA (TOT-TELA)
                     END-IF
                ELSE
                     MOVE "S" TO PJ-CORTADA
                END-IF
                GO TO 300-99-FIM
           END-IF
           IF   CWIMPR-END-PRINT
                GO TO 300-99-FIM
           END-IF
           MOVE PJ-DATA-ED    TO JF-DATA
           MOVE PJ-SEMANA     TO JF-SEMANA
           MOVE CAL-TEXTO     TO JF-CALENDARIO
           MOVE JB-JOB (J)    TO JF-JOB
           IF   PJ-RODA = "S"
                MOVE "RODA"     TO JF-SITUACAO
           ELSE
                MOVE "NAO RODA" TO JF-SITUACAO
           END-IF
           MOVE PJ-MOTIVO     TO JF-MOTIVO
           MOVE LINHA-JF-2    TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR.

       300-99-FIM. EXIT.

       400-TELA.

           MOVE 03  TO CWBOXS-LINE
           MOVE 10  TO CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE "Projecao das correntes:" TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 24
                   COMPUTE S = BASE + I
                   IF   S NOT > TOT-TELA
                        MOVE TL-LINHA (S) TO CWBOXS-TEXT (I)
                   END-IF
           END-PERFORM
           IF   BASE + 24 < TOT-TELA
                MOVE "--- mais ---" TO CWBOXS-TEXT (25)
           ELSE
                IF   PJ-CORTADA = "S"
                     MOVE "--- periodo longo: use o relatorio ---"
                       TO CWBOXS-TEXT (25)
                END-IF
           END-IF
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           IF   CWBOXS-OPTION = 25
                ADD 24 TO BASE
                IF   BASE NOT < TOT-TELA
                     MOVE 0 TO BASE
                END-IF
           END-IF.

       400-99-FIM. EXIT.

       500-FECHA-RELATORIO.

           IF   NOT CWIMPR-END-PRINT
                SET CWIMPR-CLOSE TO TRUE
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF.

       500-99-FIM. EXIT.

       800-INICIAIS.

           CANCEL "CWFILE"
           SET CWSQLC-OPEN TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO CWDTSB-TEXTO
           CALL "CWDTSB" USING PARAMETROS-CWDTSB
           MOVE CWDTSB-DATA-PROC TO PJ-INICIO

           DISPLAY "CWCRON"        UPON ENVIRONMENT-NAME
           ACCEPT  CRON            FROM ENVIRONMENT-VALUE
           DISPLAY "CWJOBF_INICIO" UPON ENVIRONMENT-NAME
           ACCEPT  PARM-INICIO     FROM ENVIRONMENT-VALUE
           DISPLAY "CWJOBF_DIAS"   UPON ENVIRONMENT-NAME
           ACCEPT  PARM-DIAS       FROM ENVIRONMENT-VALUE
           IF   PARM-INICIO NUMERIC
           AND  PARM-INICIO NOT = "00000000"
                MOVE PARM-INICIO TO PJ-INICIO
           END-IF
           IF   PARM-DIAS (1: 2) NUMERIC
           AND  PARM-DIAS (3: 1) = SPACE
                MOVE PARM-DIAS (1: 2) TO PJ-DIAS
           ELSE
                IF   PARM-DIAS (1: 1) NUMERIC
                AND  PARM-DIAS (2: 1) = SPACE
                     MOVE PARM-DIAS (1: 1) TO PJ-DIAS
                END-IF
           END-IF
           IF   PJ-DIAS = 0
           OR   PJ-DIAS > 60
                MOVE 7 TO PJ-DIAS
           END-IF
           IF   CRON = "ON" OR "on"
                MOVE "S" TO LOTE
                MOVE "R" TO SAIDA
                PERFORM 820-ABRE-RELATORIO THRU 820-99-FIM
           END-IF.

       800-99-FIM. EXIT.

       810-PEDE-PERIODO.

           MOVE 09 TO CWBOXW-LINE
           MOVE 05 TO CWBOXW-COLUMN
           MOVE 05 TO CWBOXW-VERTICAL-LENGTH
           MOVE 46 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "100718" "Inicio AAAAMMDD  :"
           CALL "CWMSGW" USING "110718" "Dias (ate 60)    :"
           ACCEPT PJ-INICIO AT 1038 WITH UPDATE
           ACCEPT PJ-DIAS   AT 1138 WITH UPDATE
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           IF   PJ-INICIO = 0
                MOVE 0 TO PJ-DIAS
                GO TO 810-99-FIM
           END-IF
           IF   PJ-DIAS > 60
                MOVE 60 TO PJ-DIAS
           END-IF
           IF   PJ-DIAS = 0
                GO TO 810-99-FIM
           END-IF

           MOVE 10  TO CWBOXS-LINE
                       CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE "Projecao:" TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           MOVE "~Tela"      TO CWBOXS-TEXT (1)
           MOVE "~Relatorio" TO CWBOXS-TEXT (2)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           EVALUATE CWBOXS-OPTION
               WHEN 1 MOVE "T" TO SAIDA
               WHEN 2 MOVE "R" TO SAIDA
                      PERFORM 820-ABRE-RELATORIO THRU 820-99-FIM
               WHEN OTHER MOVE 0 TO PJ-DIAS
           END-EVALUATE.

       810-99-FIM. EXIT.

       820-ABRE-RELATORIO.

           SET CWTIME-EDIT TO TRUE
           MOVE SPACE      TO CWTIME-TODAY-STATUS
           MOVE PJ-INICIO  TO CWTIME-DATE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE "PROJECAO DE RODADAS"    TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "CORRENTES JB A PARTIR DE " CWTIME-DATE-EDITED
                  DELIMITED BY SIZE
             INTO CWIMPR-SUB-TITLE
           MOVE "Jobs/Projecao"          TO CWIMPR-NOTE
           SET  CWIMPR-SIZE-132          TO TRUE
           MOVE LINHA-JF-1               TO CWIMPR-HEADER-1
           MOVE "CWJOBFA"                TO CWIMPR-REPORT.

       820-99-FIM. EXIT.

       900-FINAIS.

           SET CWSQLC-CLOSE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       900-99-FIM. EXIT.

       END PROGRAM CWJOBF.
