       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWDTSB.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Substituicao dos simbolos de data de         *
                      *  processamento (&DTPROC, &DTANT, &MESCTB...   *
                      *  - ver CWDTSB.CPY) pelos valores do registro  *
                      *  "DP" mantido pelo CWDTPR.  Chamado pelo      *
                      *  executor de correntes (fora deste            *
                      *  repositorio) sobre o CWCONF-JOB-PARAMETRO    *
                      *  antes de lancar cada passo, pelo CWMEN0      *
                      *  sobre os valores padrao do formulario "PR"   *
                      *  e pelo CWIMPR sobre titulo, subtitulo e nota *
                      *  do cabecalho - a corrente que atravessa a    *
                      *  meia-noite ou a reexecucao do fechamento de  *
                      *  ontem enxergam o dia de negocio, nao o da    *
                      *  maquina.  Dia util = dia marcado "S" na      *
                      *  mascara DSTQQSS do "DP" e que nao seja       *
                      *  feriado ("F") no calendario central (CWCALC).*
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
           05 P                        PIC  9(003) VALUE 0.
           05 VOLTAS                   PIC  9(003) VALUE 0.
           05 DATA-W                   PIC  9(008) VALUE 0.
           05 MES-W                    PIC  9(006) VALUE 0.
           05 REDEFINES MES-W.
              10 MES-W-AAAA            PIC  9(004).
              10 MES-W-MM              PIC  9(002).
           05 DIAS-UTEIS               PIC  X(007) VALUE "NSSSSSN".
           05 DIA-SEMANA               PIC  9(001) VALUE 0.
           05 CAL-CLASSE               PIC  X(001) VALUE SPACE.
           05 UTIL                     PIC  X(001) VALUE SPACE.
           05 SAIDA                    PIC  X(200) VALUE SPACES.
           05 VALOR                    PIC  X(010) VALUE SPACES.
           05 VALOR-LEN                PIC  9(002) VALUE 0.
           05 TOKEN-LEN                PIC  9(002) VALUE 0.
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

       COPY CWTIME.
       COPY CWCONF.

       LINKAGE SECTION.

       COPY CWDTSB.

       PROCEDURE DIVISION USING PARAMETROS-CWDTSB.

       000-INICIO.

           PERFORM 100-LE-CONTROLE  THRU 100-99-FIM
           PERFORM 200-RESOLVE      THRU 200-99-FIM
           IF   CWDTSB-TEXTO NOT = SPACES
                PERFORM 300-SUBSTITUI THRU 300-99-FIM
           END-IF.

       000-99-FIM. GOBACK.

      *    Data corrente do registro "DP"; sem controle (ou com a
      *    data zerada) vale a data da maquina
       100-LE-CONTROLE.

           MOVE "NSSSSSN"       TO DIAS-UTEIS
           MOVE "DP"            TO CWCONF-REG
           MOVE "PROCESSAMENTO" TO CWCONF-CHAVE
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
           AND  CWCONF-JOB-ULTIMA-DATA NUMERIC
           AND  CWCONF-JOB-ULTIMA-DATA NOT = 0
                MOVE CWCONF-JOB-ULTIMA-DATA TO CWDTSB-DATA-PROC
                SET CWDTSB-DO-CONTROLE TO TRUE
                IF   CWCONF-JOB-DIAS-SEMANA NOT = SPACES
                     MOVE CWCONF-JOB-DIAS-SEMANA TO DIAS-UTEIS
                END-IF
           ELSE
                SET CWTIME-NORMAL TO TRUE
                SET CWTIME-TODAY  TO TRUE
                CALL "CWTIME" USING PARAMETROS-CWTIME
                MOVE CWTIME-DATE-FINAL TO CWDTSB-DATA-PROC
                SET CWDTSB-DA-MAQUINA TO TRUE
           END-IF.

       100-99-FIM. EXIT.

      *    Dias uteis vizinhos e meses contabeis
       200-RESOLVE.

           MOVE CWDTSB-DATA-PROC TO DATA-W
           MOVE 0 TO VOLTAS
           MOVE "N" TO UTIL
           PERFORM UNTIL UTIL = "S"
                      OR VOLTAS > 60
                   SET  CWTIME-NORMAL        TO TRUE
                   SET  CWTIME-SUBTRACT-DAYS TO TRUE
                   MOVE SPACE                TO CWTIME-TODAY-STATUS
                   MOVE DATA-W               TO CWTIME-DATE
                   MOVE 1                    TO CWTIME-DAYS
                   CALL "CWTIME" USING PARAMETROS-CWTIME
                   MOVE CWTIME-DATE-FINAL    TO DATA-W
                   MOVE SPACE                TO CWTIME-DAYS-STATUS
                   ADD  1 TO VOLTAS
                   PERFORM 210-DIA-UTIL THRU 210-99-FIM
           END-PERFORM
           MOVE DATA-W TO CWDTSB-DIA-ANTERIOR

           MOVE CWDTSB-DATA-PROC TO DATA-W
           MOVE 0 TO VOLTAS
           MOVE "N" TO UTIL
           PERFORM UNTIL UTIL = "S"
                      OR VOLTAS > 60
                   SET  CWTIME-NORMAL        TO TRUE
                   MOVE SPACE                TO CWTIME-TODAY-STATUS
                                                CWTIME-DAYS-STATUS
                   MOVE DATA-W               TO CWTIME-DATE
                   MOVE 1                    TO CWTIME-DAYS
                   CALL "CWTIME" USING PARAMETROS-CWTIME
                   MOVE CWTIME-DATE-FINAL    TO DATA-W
                   ADD  1 TO VOLTAS
                   PERFORM 210-DIA-UTIL THRU 210-99-FIM
           END-PERFORM
           MOVE DATA-W TO CWDTSB-DIA-SEGUINTE

           MOVE CWDTSB-DATA-PROC (1: 6) TO MES-W
           MOVE MES-W TO CWDTSB-MES-CONTABIL
           IF   MES-W-MM = 1
                MOVE 12 TO MES-W-MM
                SUBTRACT 1 FROM MES-W-AAAA
           ELSE
                SUBTRACT 1 FROM MES-W-MM
           END-IF
           MOVE MES-W TO CWDTSB-MES-ANTERIOR.

       200-99-FIM. EXIT.

      *    DATA-W e' dia util? (mascara DSTQQSS do "DP" e feriado
      *    do calendario central, que conta como domingo)
       210-DIA-UTIL.

           MOVE "S" TO UTIL
           SET  CWTIME-NORMAL TO TRUE
           SET  CWTIME-WEEK   TO TRUE
           MOVE SPACE         TO CWTIME-TODAY-STATUS
                                 CWTIME-DAYS-STATUS
           MOVE DATA-W        TO CWTIME-DATE
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
           CALL "CWCALC" USING DATA-W CAL-CLASSE
           IF   CAL-CLASSE = "F"
                MOVE 1 TO DIA-SEMANA
           END-IF
           IF   DIA-SEMANA > 0
           AND  DIAS-UTEIS (DIA-SEMANA: 1) NOT = "S"
                MOVE "N" TO UTIL
           END-IF.

       210-99-FIM. EXIT.

      *    Troca cada simbolo pelo seu valor; "&" que nao abre um
      *    simbolo conhecido passa adiante como estava
       300-SUBSTITUI.

           MOVE SPACES TO SAIDA
           MOVE 1      TO P
           MOVE 1      TO I
           PERFORM UNTIL I > 200
                      OR P > 200
                   MOVE 0 TO TOKEN-LEN
                   IF   CWDTSB-TEXTO (I: 1) = "&"
                   AND  I < 194
                        PERFORM 310-TESTA-SIMBOLO THRU 310-99-FIM
                   END-IF
                   IF   TOKEN-LEN > 0
                        IF   P + VALOR-LEN - 1 NOT > 200
                             MOVE VALOR (1: VALOR-LEN)
                               TO SAIDA (P: VALOR-LEN)
                        END-IF
                        ADD VALOR-LEN TO P
                        ADD TOKEN-LEN TO I
                   ELSE
                        MOVE CWDTSB-TEXTO (I: 1) TO SAIDA (P: 1)
                        ADD 1 TO P
                        ADD 1 TO I
                   END-IF
           END-PERFORM
           MOVE SAIDA TO CWDTSB-TEXTO.

       300-99-FIM. EXIT.

      *    O simbolo mais longo e' testado antes do seu prefixo
      *    (&DTPROCF antes de &DTPROC)
       310-TESTA-SIMBOLO.

           MOVE SPACES TO VALOR
           EVALUATE TRUE
               WHEN CWDTSB-TEXTO (I: 8) = "&DTPROCF"
                    SET  CWTIME-EDIT  TO TRUE
                    MOVE SPACE        TO CWTIME-TODAY-STATUS
                                         CWTIME-DAYS-STATUS
                                         CWTIME-WEEK-STATUS
                    MOVE CWDTSB-DATA-PROC TO CWTIME-DATE
                    CALL "CWTIME" USING PARAMETROS-CWTIME
                    MOVE CWTIME-DATE-EDITED TO VALOR
                    MOVE 10 TO VALOR-LEN
                    MOVE 8  TO TOKEN-LEN
               WHEN CWDTSB-TEXTO (I: 7) = "&DTPROC"
                    MOVE CWDTSB-DATA-PROC    TO VALOR
                    MOVE 8  TO VALOR-LEN
                    MOVE 7  TO TOKEN-LEN
               WHEN CWDTSB-TEXTO (I: 6) = "&DTANT"
                    MOVE CWDTSB-DIA-ANTERIOR TO VALOR
                    MOVE 8  TO VALOR-LEN
                    MOVE 6  TO TOKEN-LEN
               WHEN CWDTSB-TEXTO (I: 7) = "&DTPROX"
                    MOVE CWDTSB-DIA-SEGUINTE TO VALOR
                    MOVE 8  TO VALOR-LEN
                    MOVE 7  TO TOKEN-LEN
               WHEN CWDTSB-TEXTO (I: 7) = "&MESCTB"
                    MOVE CWDTSB-MES-CONTABIL TO VALOR
                    MOVE 6  TO VALOR-LEN
                    MOVE 7  TO TOKEN-LEN
               WHEN CWDTSB-TEXTO (I: 7) = "&MESANT"
                    MOVE CWDTSB-MES-ANTERIOR TO VALOR
                    MOVE 6  TO VALOR-LEN
                    MOVE 7  TO TOKEN-LEN
           END-EVALUATE.

       310-99-FIM. EXIT.

       END PROGRAM CWDTSB.
