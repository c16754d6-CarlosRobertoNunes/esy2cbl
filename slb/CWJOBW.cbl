       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWJOBW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Tempos de referencia e vigia de passos de    *
                      *  corrente.  A base de cada job ("JT") sai do  *
                      *  journal "JE": media e pior tempo normal das  *
                      *  execucoes OK (as que ja dispararam alerta de *
                      *  atraso nao entram na base).  O vigia         *
                      *  (CWCRON=ON, a cada poucos minutos) procura   *
                      *  passos em execucao (fim zerado, gravados     *
                      *  pelo CWJOBL no inicio) e alerta na auditoria *
                      *  e no SIEM (JOBS01) o passo que passou do     *
                      *  pior tempo normal mais a margem (CWJOBW_     *
                      *  MARGEM %, 50 por falta, ou a margem propria  *
                      *  do job).  Tambem preve o termino da corrente *
                      *  (resto do passo + medias dos sucessores) e   *
                      *  alerta (JOBS02) se passar da hora de corte  *
                      *  do "JB".  Cada alerta sai uma vez por passo. *
                      *  CWJOBW_ACAO = BASE recalcula as bases;       *
                      *  VIGIA (por falta) vigia.  RETURN-CODE 0 =    *
                      *  sem alerta, 4 = houve alerta.                *
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
           05 K                        PIC  9(003) VALUE 0.
           05 S                        PIC  9(003) VALUE 0.
           05 B                        PIC  9(003) VALUE 0.
           05 BASE                     PIC  9(003) VALUE 0.
           05 NOME                     PIC  X(030) VALUE SPACES.
           05 TASK                     PIC  9(006) VALUE 0.
           05 PROGRAMA                 PIC  X(008) VALUE SPACES.
           05 OBS                      PIC  X(078) VALUE SPACES.
           05 SEVT-DET                 PIC  X(060) VALUE SPACES.
           05 CRON                     PIC  X(003) VALUE SPACES.
           05 ACAO                     PIC  X(010) VALUE SPACES.
           05 LOTE                     PIC  X(001) VALUE "N".
           05 PARM-MARGEM              PIC  X(003) VALUE SPACES.
           05 MARGEM-GERAL             PIC  9(003) VALUE 50.
           05 MARGEM                   PIC  9(003) VALUE 0.
           05 ALERTAS                  PIC  9(003) VALUE 0.
           05 HOJE                     PIC  9(008) VALUE 0.
           05 ONTEM                    PIC  9(008) VALUE 0.
           05 AGORA                    PIC  9(006) VALUE 0.
           05 MIN-AGORA                PIC  9(004) VALUE 0.
           05 MIN-CORTE                PIC  9(004) VALUE 0.
           05 ATE-CORTE                PIC S9(005) VALUE 0.
           05 LIMITE                   PIC  9(007) VALUE 0.
           05 RESTO                    PIC S9(007) VALUE 0.
           05 PREVISTO                 PIC  9(004) VALUE 0.
           05 PREV-HHMM                PIC  9(004) VALUE 0.
           05 REDEFINES PREV-HHMM.
              10 PREV-HH               PIC  9(002).
              10 PREV-MM               PIC  9(002).
           05 PASSO                    PIC  X(007) VALUE SPACES.
           05 CABECA                   PIC  X(007) VALUE SPACES.
           05 CORTE                    PIC  9(004) VALUE 0.
           05 ACHOU                    PIC  X(001) VALUE SPACE.
           05 ED-1                     PIC  ZZZ.ZZ9 VALUE 0.
           05 ED-2                     PIC  ZZZ.ZZ9 VALUE 0.
           05 ED-3                     PIC  ZZZ.ZZ9 VALUE 0.
      *    Duracao em minutos entre dois instantes (como o CWJOBV)
           05 DUR-DATA-INI             PIC  9(008) VALUE 0.
           05 DUR-HORA-INI             PIC  9(006) VALUE 0.
           05 DUR-DATA-FIM             PIC  9(008) VALUE 0.
           05 DUR-HORA-FIM             PIC  9(006) VALUE 0.
           05 DUR-MINUTOS              PIC S9(007) VALUE 0.
           05 DIAS-DIF                 PIC  9(004) VALUE 0.
           05 DATA-W                   PIC  9(008) VALUE 0.
           05 MIN-INICIO               PIC S9(005) VALUE 0.
           05 MIN-FIM                  PIC S9(005) VALUE 0.
           05 HORA-MIN-W               PIC  9(006) VALUE 0.
           05 REDEFINES HORA-MIN-W.
              10 HMW-HH                PIC  9(002).
              10 HMW-MM                PIC  9(002).
              10                       PIC  9(002).
      *    Bases por job
           05 TOT-BASES                PIC  9(003) VALUE 0.
           05 TABELA-BASES.
              10 BT-TB OCCURS 500.
                 15 BT-JOB             PIC  X(007).
                 15 BT-MEDIA           PIC  9(007).
                 15 BT-PIOR            PIC  9(007).
                 15 BT-AMOSTRAS        PIC  9(007).
                 15 BT-SOMA            PIC  9(011).
                 15 BT-MARGEM          PIC  9(003).
      *    Correntes ("JB")
           05 TOT-JB                   PIC  9(003) VALUE 0.
           05 TABELA-JB.
              10 JB-TB OCCURS 500.
                 15 JB-JOB             PIC  X(007).
                 15 JB-PROX-OK         PIC  X(007).
                 15 JB-CORTE           PIC  9(004).
      *    Passos em execucao
           05 TOT-RODANDO              PIC  9(003) VALUE 0.
           05 TABELA-RODANDO.
              10 RD-TB OCCURS 100.
                 15 RD-CHAVE           PIC  X(032).
                 15 RD-JOB             PIC  X(007).
                 15 RD-DATA            PIC  9(008).
                 15 RD-HORA            PIC  9(006).
                 15 RD-ALERTA          PIC  X(001).
      *    Resultado para a tela
           05 TOT-TELA                 PIC  9(003) VALUE 0.
           05 TABELA-TELA.
              10 TL-LINHA OCCURS 300   PIC  X(040).

       COPY CWBOXS.
       COPY CWBOXW.
       COPY CWSEND.
       COPY CWTIME.
       COPY CWCONF.

       PROCEDURE DIVISION.

       000-INICIO.

           PERFORM 800-INICIAIS THRU 800-99-FIM
           IF   LOTE = "S"
                IF   ACAO = "BASE"
                     PERFORM 100-CALCULA-BASES THRU 100-99-FIM
                ELSE
                     PERFORM 200-VIGIA THRU 200-99-FIM
                END-IF
           ELSE
                MOVE 1 TO CWBOXS-OPTION
                PERFORM 050-MENU THRU 050-99-FIM
                        UNTIL CWBOXS-OPTION = 0
           END-IF
           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM. GOBACK.

       050-MENU.

           MOVE 10  TO CWBOXS-LINE
                       CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE "Tempos de jobs:" TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           MOVE "~Vigiar agora"          TO CWBOXS-TEXT (1)
           MOVE "~Consultar bases"       TO CWBOXS-TEXT (2)
           MOVE "~Recalcular bases"      TO CWBOXS-TEXT (3)
           MOVE "~Margem do job"         TO CWBOXS-TEXT (4)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           EVALUATE CWBOXS-OPTION
               WHEN 1 PERFORM 200-VIGIA         THRU 200-99-FIM
                      PERFORM 600-MOSTRA        THRU 600-99-FIM
               WHEN 2 PERFORM 300-CONSULTA      THRU 300-99-FIM
                      PERFORM 600-MOSTRA        THRU 600-99-FIM
               WHEN 3 PERFORM 100-CALCULA-BASES THRU 100-99-FIM
                      MOVE SPACES TO CWSEND-MSG
                      MOVE TOT-BASES TO ED-1
                      STRING "Bases recalculadas:" ED-1 " jobs"
                             DELIMITED BY SIZE
                        INTO CWSEND-MSG
                      CALL "CWSEND" USING PARAMETROS-CWSEND
               WHEN 4 PERFORM 400-MARGEM        THRU 400-99-FIM
           END-EVALUATE
           IF   CWBOXS-OPTION NOT = 0
                MOVE 1 TO CWBOXS-OPTION
           END-IF.

       050-99-FIM. EXIT.

      *    Media e pior tempo normal por job, das execucoes OK
      *    terminadas e sem alerta de atraso; grava/atualiza o "JT"
      *    (a margem propria do job e' preservada)
       100-CALCULA-BASES.

           MOVE 0    TO TOT-BASES
           MOVE "JE" TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "JE")
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "JE"
                   AND  CWCONF-JOB-ULTIMO-RC = "S"
                   AND  CWCONF-LD-SINAL-DATA NUMERIC
                   AND  CWCONF-LD-SINAL-DATA NOT = 0
                   AND  CWCONF-AP-STATUS NOT = "A"
                   AND  CWCONF-AP-STATUS NOT = "B"
                        PERFORM 110-ACUMULA THRU 110-99-FIM
                   END-IF
           END-PERFORM
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > TOT-BASES
                   COMPUTE BT-MEDIA (B) ROUNDED
                         = BT-SOMA (B) / BT-AMOSTRAS (B)
                   PERFORM 120-GRAVA-JT THRU 120-99-FIM
           END-PERFORM.

       100-99-FIM. EXIT.

       110-ACUMULA.

           MOVE CWCONF-ULTIMO-LOGIN-DATA TO DUR-DATA-INI
           MOVE CWCONF-ULTIMO-LOGIN-HORA TO DUR-HORA-INI
           MOVE CWCONF-LD-SINAL-DATA     TO DUR-DATA-FIM
           MOVE CWCONF-LD-SINAL-HORA     TO DUR-HORA-FIM
           PERFORM 150-DURACAO THRU 150-99-FIM
           IF   TOT-BASES = 0
           OR   BT-JOB (TOT-BASES) NOT = CWCONF-CHAVE (1: 7)
                IF   TOT-BASES = 500
                     GO TO 110-99-FIM
                END-IF
                ADD  1 TO TOT-BASES
                MOVE CWCONF-CHAVE (1: 7) TO BT-JOB (TOT-BASES)
                MOVE 0 TO BT-MEDIA (TOT-BASES)
                          BT-PIOR (TOT-BASES)
                          BT-AMOSTRAS (TOT-BASES)
                          BT-SOMA (TOT-BASES)
                          BT-MARGEM (TOT-BASES)
           END-IF
           ADD  1           TO BT-AMOSTRAS (TOT-BASES)
           ADD  DUR-MINUTOS TO BT-SOMA (TOT-BASES)
           IF   DUR-MINUTOS > BT-PIOR (TOT-BASES)
                MOVE DUR-MINUTOS TO BT-PIOR (TOT-BASES)
           END-IF.

       110-99-FIM. EXIT.

       120-GRAVA-JT.

           MOVE "JT"       TO CWCONF-REG
           MOVE SPACES     TO CWCONF-CHAVE
           MOVE BT-JOB (B) TO CWCONF-CHAVE (1: 7)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                SET CWSQLC-REWRITE TO TRUE
           ELSE
                MOVE LOW-VALUES TO CWCONF-REG
                MOVE "JT"       TO CWCONF-TIPO
                MOVE SPACES     TO CWCONF-CHAVE
                MOVE BT-JOB (B) TO CWCONF-CHAVE (1: 7)
                MOVE 0          TO CWCONF-EXPIRE
                SET CWSQLC-WRITE TO TRUE
           END-IF
           MOVE BT-MEDIA (B)    TO CWCONF-TAMANHO-LIMITE-KB
           MOVE BT-PIOR (B)     TO CWCONF-TAMANHO-ULTIMO-KB
           MOVE BT-AMOSTRAS (B) TO CWCONF-UC-CONTADOR
           MOVE HOJE            TO CWCONF-TAMANHO-DATA
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       120-99-FIM. EXIT.

      *    Minutos de DUR-DATA/HORA-INI ate DUR-DATA/HORA-FIM
       150-DURACAO.

           MOVE 0 TO DIAS-DIF
           MOVE DUR-DATA-INI TO DATA-W
           PERFORM UNTIL DATA-W NOT < DUR-DATA-FIM
                      OR DIAS-DIF > 365
                   SET  CWTIME-NORMAL TO TRUE
                   MOVE SPACE         TO CWTIME-TODAY-STATUS
                                         CWTIME-DAYS-STATUS
                   MOVE DATA-W        TO CWTIME-DATE
                   MOVE 1             TO CWTIME-DAYS
                   CALL "CWTIME" USING PARAMETROS-CWTIME
                   MOVE CWTIME-DATE-FINAL TO DATA-W
                   ADD  1 TO DIAS-DIF
           END-PERFORM
           MOVE DUR-HORA-FIM TO HORA-MIN-W
           COMPUTE MIN-FIM = HMW-HH * 60 + HMW-MM
           MOVE DUR-HORA-INI TO HORA-MIN-W
           COMPUTE MIN-INICIO = HMW-HH * 60 + HMW-MM
           COMPUTE DUR-MINUTOS = DIAS-DIF * 1440 + MIN-FIM - MIN-INICIO
           IF   DUR-MINUTOS < 0
                MOVE 0 TO DUR-MINUTOS
           END-IF.

       150-99-FIM. EXIT.

       200-VIGIA.

           MOVE 0 TO ALERTAS TOT-TELA
           PERFORM 210-CARREGA-BASES THRU 210-99-FIM
           IF   TOT-BASES = 0
                PERFORM 100-CALCULA-BASES THRU 100-99-FIM
           END-IF
           PERFORM 220-CARREGA-JB    THRU 220-99-FIM
           PERFORM 230-CARREGA-RODANDO THRU 230-99-FIM
           PERFORM 240-CONFERE THRU 240-99-FIM
                   VARYING S FROM 1 BY 1 UNTIL S > TOT-RODANDO
           IF   TOT-RODANDO = 0
           AND  TOT-TELA < 300
                ADD  1 TO TOT-TELA
                MOVE "Nenhum passo em execucao"
                  TO TL-LINHA (TOT-TELA)
           END-IF
           IF   ALERTAS > 0
                MOVE 4 TO RETURN-CODE
           END-IF.

       200-99-FIM. EXIT.

       210-CARREGA-BASES.

           MOVE 0    TO TOT-BASES
           MOVE "JT" TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "JT")
                      OR TOT-BASES = 500
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "JT"
                        ADD  1 TO TOT-BASES
                        MOVE CWCONF-CHAVE (1: 7) TO BT-JOB (TOT-BASES)
                        MOVE CWCONF-TAMANHO-LIMITE-KB
                          TO BT-MEDIA (TOT-BASES)
                        MOVE CWCONF-TAMANHO-ULTIMO-KB
                          TO BT-PIOR (TOT-BASES)
                        MOVE CWCONF-UC-CONTADOR
                          TO BT-AMOSTRAS (TOT-BASES)
                        MOVE 0 TO BT-MARGEM (TOT-BASES)
                        IF   CWCONF-EXPIRE NUMERIC
                             MOVE CWCONF-EXPIRE
                               TO BT-MARGEM (TOT-BASES)
                        END-IF
                   END-IF
           END-PERFORM.

       210-99-FIM. EXIT.

       220-CARREGA-JB.

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
                        ADD  1 TO TOT-JB
                        MOVE CWCONF-CHAVE (1: 7) TO JB-JOB (TOT-JB)
                        MOVE CWCONF-JOB-PROXIMO-RC-OK
                          TO JB-PROX-OK (TOT-JB)
                        MOVE 0 TO JB-CORTE (TOT-JB)
                        IF   CWCONF-HR-HORA-FIM NUMERIC
                             MOVE CWCONF-HR-HORA-FIM
                               TO JB-CORTE (TOT-JB)
                        END-IF
                   END-IF
           END-PERFORM.

       220-99-FIM. EXIT.

      *    Passos com inicio gravado e fim zerado, de ontem para ca
       230-CARREGA-RODANDO.

           MOVE 0    TO TOT-RODANDO
           MOVE "JE" TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "JE")
                      OR TOT-RODANDO = 100
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "JE"
                   AND  CWCONF-JOB-ULTIMO-RC = SPACE
                   AND  CWCONF-LD-SINAL-DATA NUMERIC
                   AND  CWCONF-LD-SINAL-DATA = 0
                   AND  CWCONF-ULTIMO-LOGIN-DATA NOT < ONTEM
                        ADD  1 TO TOT-RODANDO
                        MOVE CWCONF-CHAVE TO RD-CHAVE (TOT-RODANDO)
                        MOVE CWCONF-CHAVE (1: 7)
                          TO RD-JOB (TOT-RODANDO)
                        MOVE CWCONF-ULTIMO-LOGIN-DATA
                          TO RD-DATA (TOT-RODANDO)
                        MOVE CWCONF-ULTIMO-LOGIN-HORA
                          TO RD-HORA (TOT-RODANDO)
                        MOVE CWCONF-AP-STATUS
                          TO RD-ALERTA (TOT-RODANDO)
                   END-IF
           END-PERFORM.

       230-99-FIM. EXIT.

      *    Um passo em execucao: tempo decorrido contra a base e
      *    previsao de termino da corrente contra o corte
       240-CONFERE.

           MOVE RD-DATA (S) TO DUR-DATA-INI
           MOVE RD-HORA (S) TO DUR-HORA-INI
           MOVE HOJE        TO DUR-DATA-FIM
           MOVE AGORA       TO DUR-HORA-FIM
           PERFORM 150-DURACAO THRU 150-99-FIM
           MOVE RD-JOB (S) TO PASSO
           PERFORM 250-ACHA-BASE THRU 250-99-FIM
           IF   TOT-TELA < 300
                ADD  1 TO TOT-TELA
                MOVE DUR-MINUTOS TO ED-1
                MOVE 0           TO ED-2
                IF   B > 0
                     MOVE BT-PIOR (B) TO ED-2
                END-IF
                MOVE SPACES TO TL-LINHA (TOT-TELA)
                STRING RD-JOB (S) " rodando" ED-1 " min, pior"
                       ED-2 DELIMITED BY SIZE
                  INTO TL-LINHA (TOT-TELA)
           END-IF
           IF   B = 0
                GO TO 240-99-FIM
           END-IF
           IF   BT-AMOSTRAS (B) = 0
                GO TO 240-PREVISAO
           END-IF
           MOVE MARGEM-GERAL TO MARGEM
           IF   BT-MARGEM (B) NOT = 0
                MOVE BT-MARGEM (B) TO MARGEM
           END-IF
           COMPUTE LIMITE ROUNDED = BT-PIOR (B) * (100 + MARGEM) / 100
           IF   DUR-MINUTOS > LIMITE
           AND  RD-ALERTA (S) NOT = "A"
           AND  RD-ALERTA (S) NOT = "B"
                ADD  1 TO ALERTAS
                MOVE DUR-MINUTOS TO ED-1
                MOVE LIMITE      TO ED-2
                MOVE SPACES TO OBS
                STRING "Job " DELIMITED BY SIZE
                       PASSO DELIMITED BY SPACE
                       " em execucao ha" ED-1
                       " min, alem da base (limite" ED-2 " min)."
                       DELIMITED BY SIZE
                  INTO OBS
                CALL "CWLOGW" USING "#" OBS
                MOVE SPACES TO SEVT-DET
                STRING PASSO DELIMITED BY SPACE
                       " decorrido=" ED-1 " limite=" ED-2
                       DELIMITED BY SIZE
                  INTO SEVT-DET
                CALL "CWSEVT" USING "JOBS01" SEVT-DET
                MOVE "A" TO ACHOU
                PERFORM 270-MARCA-ALERTA THRU 270-99-FIM
                IF   TOT-TELA < 300
                     ADD  1 TO TOT-TELA
                     MOVE "  ** ALERTA: alem do pior tempo normal"
                       TO TL-LINHA (TOT-TELA)
                END-IF
           END-IF.

       240-PREVISAO.

           PERFORM 260-PREVE THRU 260-99-FIM.

       240-99-FIM. EXIT.

       250-ACHA-BASE.

           MOVE 0 TO B
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > TOT-BASES
                   IF   BT-JOB (K) = PASSO
                        MOVE K TO B
                        MOVE TOT-BASES TO K
                   END-IF
           END-PERFORM.

       250-99-FIM. EXIT.

      *    Resto do passo corrente (media - decorrido) mais as medias
      *    dos sucessores OK ate o fim da corrente; o corte e' o do
      *    primeiro "JB" da corrente (ou do proprio passo)
       260-PREVE.

           COMPUTE RESTO = BT-MEDIA (B) - DUR-MINUTOS
           IF   RESTO < 0
                MOVE 0 TO RESTO
           END-IF
           MOVE PASSO TO CABECA
           MOVE 0 TO K
           PERFORM UNTIL K > 50
                   ADD 1 TO K
                   MOVE SPACE TO ACHOU
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > TOT-JB
                           IF   JB-JOB (J) = PASSO
                                MOVE JB-PROX-OK (J) TO PASSO
                                MOVE "S" TO ACHOU
                                MOVE TOT-JB TO J
                           END-IF
                   END-PERFORM
                   IF   ACHOU NOT = "S"
                   OR   PASSO = SPACES
                   OR   PASSO = LOW-VALUES
                        MOVE 51 TO K
                   ELSE
                        PERFORM VARYING J FROM 1 BY 1
                                  UNTIL J > TOT-BASES
                                IF   BT-JOB (J) = PASSO
                                     ADD BT-MEDIA (J) TO RESTO
                                     MOVE TOT-BASES TO J
                                END-IF
                        END-PERFORM
                   END-IF
           END-PERFORM
           MOVE 0 TO K
           PERFORM UNTIL K > 50
                   ADD 1 TO K
                   MOVE SPACE TO ACHOU
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > TOT-JB
                           IF   JB-PROX-OK (J) = CABECA
                                MOVE JB-JOB (J) TO CABECA
                                MOVE "S" TO ACHOU
                                MOVE TOT-JB TO J
                           END-IF
                   END-PERFORM
                   IF   ACHOU NOT = "S"
                        MOVE 51 TO K
                   END-IF
           END-PERFORM
           MOVE 0 TO CORTE
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > TOT-JB
                   IF   JB-JOB (J) = CABECA
                        MOVE JB-CORTE (J) TO CORTE
                   END-IF
           END-PERFORM
           IF   CORTE = 0
                PERFORM VARYING J FROM 1 BY 1 UNTIL J > TOT-JB
                        IF   JB-JOB (J) = RD-JOB (S)
                             MOVE JB-CORTE (J) TO CORTE
                        END-IF
                END-PERFORM
           END-IF

           COMPUTE PREVISTO = MIN-AGORA + RESTO
           PERFORM UNTIL PREVISTO < 1440
                   SUBTRACT 1440 FROM PREVISTO
           END-PERFORM
           DIVIDE PREVISTO BY 60 GIVING PREV-HH REMAINDER PREV-MM
           IF   TOT-TELA < 300
                ADD  1 TO TOT-TELA
                MOVE SPACES TO TL-LINHA (TOT-TELA)
                STRING "  termino previsto " PREV-HHMM
                       " corte " CORTE DELIMITED BY SIZE
                  INTO TL-LINHA (TOT-TELA)
           END-IF
           IF   CORTE = 0
                GO TO 260-99-FIM
           END-IF
           MOVE CORTE TO HORA-MIN-W (1: 4)
           COMPUTE MIN-CORTE = HMW-HH * 60 + HMW-MM
           COMPUTE ATE-CORTE = MIN-CORTE - MIN-AGORA
           IF   ATE-CORTE NOT > 0
                ADD 1440 TO ATE-CORTE
           END-IF
           IF   RESTO > ATE-CORTE
           AND  RD-ALERTA (S) NOT = "C"
           AND  RD-ALERTA (S) NOT = "B"
                ADD  1 TO ALERTAS
                MOVE SPACES TO OBS
                STRING "Corrente de " DELIMITED BY SIZE
                       RD-JOB (S) DELIMITED BY SPACE
                       ": termino previsto " PREV-HHMM
                       " passa do corte " CORTE "." DELIMITED BY SIZE
                  INTO OBS
                CALL "CWLOGW" USING "#" OBS
                MOVE SPACES TO SEVT-DET
                STRING RD-JOB (S) DELIMITED BY SPACE
                       " previsto=" PREV-HHMM " corte=" CORTE
                       DELIMITED BY SIZE
                  INTO SEVT-DET
                CALL "CWSEVT" USING "JOBS02" SEVT-DET
                MOVE "C" TO ACHOU
                PERFORM 270-MARCA-ALERTA THRU 270-99-FIM
                IF   TOT-TELA < 300
                     ADD  1 TO TOT-TELA
                     MOVE "  ** ALERTA: nao termina antes do corte"
                       TO TL-LINHA (TOT-TELA)
                END-IF
           END-IF.

       260-99-FIM. EXIT.

      *    Anota no "JE" o alerta dado (CWCONF-AP-STATUS "A" atraso,
      *    "C" corte, "B" ambos) - o vigia seguinte nao repete
       270-MARCA-ALERTA.

           IF   (ACHOU = "A" AND RD-ALERTA (S) = "C")
           OR   (ACHOU = "C" AND RD-ALERTA (S) = "A")
                MOVE "B"   TO RD-ALERTA (S)
           ELSE
                MOVE ACHOU TO RD-ALERTA (S)
           END-IF
           MOVE "JE"         TO CWCONF-REG
           MOVE RD-CHAVE (S) TO CWCONF-CHAVE
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                MOVE RD-ALERTA (S) TO CWCONF-AP-STATUS
                SET CWSQLC-REWRITE TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           END-IF.

       270-99-FIM. EXIT.

       300-CONSULTA.

           PERFORM 210-CARREGA-BASES THRU 210-99-FIM
           MOVE 0 TO TOT-TELA
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > TOT-BASES
                                            OR TOT-TELA = 300
                   ADD  1 TO TOT-TELA
                   MOVE BT-MEDIA (B)    TO ED-1
                   MOVE BT-PIOR (B)     TO ED-2
                   MOVE BT-AMOSTRAS (B) TO ED-3
                   MOVE SPACES TO TL-LINHA (TOT-TELA)
                   STRING BT-JOB (B) " med" ED-1 " pior" ED-2
                          " n" ED-3 DELIMITED BY SIZE
                     INTO TL-LINHA (TOT-TELA)
           END-PERFORM
           IF   TOT-TELA = 0
                ADD  1 TO TOT-TELA
                MOVE "Sem bases: use Recalcular"
                  TO TL-LINHA (TOT-TELA)
           END-IF.

       300-99-FIM. EXIT.

       400-MARGEM.

           MOVE 09 TO CWBOXW-LINE
           MOVE 05 TO CWBOXW-COLUMN
           MOVE 05 TO CWBOXW-VERTICAL-LENGTH
           MOVE 46 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "100718" "Job              :"
           CALL "CWMSGW" USING "110718" "Margem % (0=geral):"
           MOVE SPACES TO PASSO
           ACCEPT PASSO AT 1038 WITH UPDATE
           IF   PASSO = SPACES
                GO TO 400-FECHA
           END-IF
           MOVE "JT"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           MOVE PASSO  TO CWCONF-CHAVE (1: 7)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT < "10"
                MOVE "Job sem base: recalcule as bases antes"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 400-FECHA
           END-IF
           MOVE 0 TO MARGEM
           IF   CWCONF-EXPIRE NUMERIC
                MOVE CWCONF-EXPIRE TO MARGEM
           END-IF
           ACCEPT MARGEM AT 1138 WITH UPDATE
           MOVE MARGEM TO CWCONF-EXPIRE
           SET CWSQLC-REWRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", alterou a margem de atraso do job '
                  DELIMITED BY SIZE
                  PASSO DELIMITED BY SPACE
                  " para " MARGEM "%." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE "Margem gravada" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       400-FECHA.

           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW.

       400-99-FIM. EXIT.

       600-MOSTRA.

           MOVE 0 TO BASE
           MOVE 1 TO CWBOXS-OPTION
           PERFORM 610-LISTA THRU 610-99-FIM
                   UNTIL CWBOXS-OPTION = 0
           MOVE 1 TO CWBOXS-OPTION.

       600-99-FIM. EXIT.

       610-LISTA.

           MOVE 04  TO CWBOXS-LINE
           MOVE 10  TO CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE "Tempos de jobs (minutos):" TO CWBOXS-TITLE
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
           END-IF
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           IF   CWBOXS-OPTION = 25
                ADD 24 TO BASE
                IF   BASE NOT < TOT-TELA
                     MOVE 0 TO BASE
                END-IF
           END-IF.

       610-99-FIM. EXIT.

       800-INICIAIS.

           CALL "CWGETU" USING NOME TASK PROGRAMA "?"
           CANCEL "CWFILE"
           SET CWSQLC-UPDATE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE 0 TO RETURN-CODE

           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL        TO HOJE
           MOVE CWTIME-TIME-FINAL (1: 6) TO AGORA
           MOVE SPACE                    TO CWTIME-TODAY-STATUS
           MOVE AGORA TO HORA-MIN-W
           COMPUTE MIN-AGORA = HMW-HH * 60 + HMW-MM
      *    Passo "em execucao" iniciado antes de ontem e' sobra de
      *    queda do executor, nao rodada viva
           SET  CWTIME-NORMAL        TO TRUE
           SET  CWTIME-SUBTRACT-DAYS TO TRUE
           MOVE HOJE                 TO CWTIME-DATE
           MOVE 1                    TO CWTIME-DAYS
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL    TO ONTEM
           MOVE SPACE                TO CWTIME-DAYS-STATUS

           DISPLAY "CWCRON"        UPON ENVIRONMENT-NAME
           ACCEPT  CRON            FROM ENVIRONMENT-VALUE
           DISPLAY "CWJOBW_ACAO"   UPON ENVIRONMENT-NAME
           ACCEPT  ACAO            FROM ENVIRONMENT-VALUE
           DISPLAY "CWJOBW_MARGEM" UPON ENVIRONMENT-NAME
           ACCEPT  PARM-MARGEM     FROM ENVIRONMENT-VALUE
           INSPECT ACAO CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF   PARM-MARGEM NUMERIC
                MOVE PARM-MARGEM TO MARGEM-GERAL
           ELSE
                IF   PARM-MARGEM (1: 2) NUMERIC
                AND  PARM-MARGEM (3: 1) = SPACE
                     MOVE PARM-MARGEM (1: 2) TO MARGEM-GERAL
                END-IF
           END-IF
           IF   CRON = "ON" OR "on"
           OR   ACAO NOT = SPACES
                MOVE "S" TO LOTE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           SET CWSQLC-CLOSE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       900-99-FIM. EXIT.

       END PROGRAM CWJOBW.
