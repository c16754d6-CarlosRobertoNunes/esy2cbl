                      *  que CWCONF-JOB-ULTIMA-DATA/ULTIMO-RC nunca   *
                      *  guardaram.  Listagem 17 do CWLSTC, navegacao *
                      *  pelo CWJOBV.                                 *
                      *  O dono da corrente (conta de servico no "JB" *
                      *  cabeca) vai no "JE" e no log e e' exportado  *
                      *  em CWRUNAS para o passo rodar como ele; no   *
                      *  fim do passo CWRUNAS leva o dono do sucessor *
                      *  (em branco sem sucessor).                    *
                      *  Pressupoe o CWCONF ja aberto pelo chamador.  *
                      *                                               *
                      *************************************************

       01  AREAS-DE-TRABALHO.
           05 OBS                      PIC  X(060) VALUE SPACES.
           05 D                        PIC  9(003) VALUE 0.
           05 P                        PIC  9(003) VALUE 0.
           05 TOT-DEPENDENTES          PIC  9(003) VALUE 0.
           05 DONO                     PIC  X(030) VALUE SPACES.
           05 DONO-JOB                 PIC  X(007) VALUE SPACES.
           05 DONO-SUCESSOR            PIC  X(030) VALUE SPACES.
           05 ELO                      PIC  X(007) VALUE SPACES.
           05 ELO-ACHOU                PIC  X(007) VALUE SPACES.
           05 SALTOS                   PIC  9(003) VALUE 0.
           05 JOB-ID                   PIC  X(040) VALUE SPACES.
           05 DEPENDENTES.
              10 DEPENDENTE OCCURS 100 PIC  X(007).

       COPY CWDTSB.
       COPY CWJOBD.
       COPY CWCONF.

       LINKAGE SECTION.
           IF   CWJOBL-JOB = SPACES
                GO TO 000-99-FIM
           END-IF
           MOVE SPACES TO CWDTSB-TEXTO
           CALL "CWDTSB" USING PARAMETROS-CWDTSB
      *    No fim do passo o CWRUNAS passa a ser o dono do sucessor
      *    (ou fica em branco), nunca o do passo que acabou
           IF   CWJOBL-EXECUTADO
                MOVE SPACES TO DONO-SUCESSOR
                IF   CWJOBL-SUCESSOR NOT = SPACES
                     MOVE CWJOBL-SUCESSOR TO DONO-JOB
                     PERFORM 200-DONO THRU 200-99-FIM
                     MOVE DONO TO DONO-SUCESSOR
                END-IF
                DISPLAY "CWRUNAS"     UPON ENVIRONMENT-NAME
                DISPLAY DONO-SUCESSOR UPON ENVIRONMENT-VALUE
           END-IF
           MOVE CWJOBL-JOB TO DONO-JOB
           PERFORM 200-DONO THRU 200-99-FIM
           IF   CWJOBL-INICIADO
                DISPLAY "CWRUNAS" UPON ENVIRONMENT-NAME
                DISPLAY DONO      UPON ENVIRONMENT-VALUE
           END-IF
           MOVE "JE"                TO CWCONF-REG
           MOVE CWJOBL-JOB          TO CWCONF-CHAVE (1: 7)
           MOVE CWJOBL-DATA-INICIO  TO CWCONF-CHAVE (8: 8)
           MOVE CWJOBL-MODULO       TO CWCONF-JOB-MODULO
           MOVE CWJOBL-DATA-INICIO  TO CWCONF-ULTIMO-LOGIN-DATA
           MOVE CWJOBL-HORA-INICIO  TO CWCONF-ULTIMO-LOGIN-HORA
           IF   CWJOBL-INICIADO
                MOVE 0                   TO CWCONF-LD-SINAL-DATA
                                            CWCONF-LD-SINAL-HORA
                                            CWCONF-UC-CONTADOR
                MOVE SPACE               TO CWCONF-JOB-ULTIMO-RC
                                            CWCONF-AP-STATUS
           ELSE
                MOVE CWJOBL-DATA-FIM     TO CWCONF-LD-SINAL-DATA
                MOVE CWJOBL-HORA-FIM     TO CWCONF-LD-SINAL-HORA
                MOVE CWJOBL-RETURN-CODE  TO CWCONF-UC-CONTADOR
                MOVE CWJOBL-RC-STATUS    TO CWCONF-JOB-ULTIMO-RC
           END-IF
           MOVE CWJOBL-SUCESSOR     TO CWCONF-JOB-PROXIMO-RC-OK
           MOVE CWDTSB-DATA-PROC    TO CWCONF-JOB-ULTIMA-DATA
           MOVE DONO                TO CWCONF-NOME
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO

           MOVE SPACES TO JOB-ID
           IF   DONO = SPACES
                MOVE CWJOBL-JOB TO JOB-ID
           ELSE
                STRING CWJOBL-JOB DELIMITED BY SPACE
                       " (" DELIMITED BY SIZE
                       DONO DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                  INTO JOB-ID
           END-IF
           MOVE SPACES TO OBS
           EVALUATE TRUE
               WHEN CWJOBL-SUSPENSO
                           " retomada do ponto de corte."
                           DELIMITED BY SIZE
                      INTO OBS
               WHEN CWJOBL-INICIADO
                    STRING "Job " DELIMITED BY SIZE
                           JOB-ID DELIMITED BY "  "
                           " iniciado." DELIMITED BY SIZE
                      INTO OBS
               WHEN CWJOBL-RC-OK
                    STRING "Job " DELIMITED BY SIZE
                           JOB-ID DELIMITED BY "  "
                           " executado com sucesso." DELIMITED BY SIZE
                      INTO OBS
               WHEN OTHER
                    STRING "Job " DELIMITED BY SIZE
                           JOB-ID DELIMITED BY "  "
                           " terminou com falha." DELIMITED BY SIZE
                      INTO OBS
           END-EVALUATE
                     CALL "CWCONF" USING CWSQLC CWCONF-REG
                                         FS-CWCONF KCO PCO
                END-IF
           END-IF

           IF   CWJOBL-EXECUTADO
           AND  CWJOBL-RC-OK
                PERFORM 100-LIBERA-DEPENDENTES THRU 100-99-FIM
           END-IF.

       000-99-FIM. GOBACK.

      *    Jobs que esperam por este (registros "JP" que o citam):
      *    quando o ultimo predecessor do dia termina OK, o "JP"
      *    recebe o dia de processamento em CWCONF-JOB-ULTIMA-DATA
      *    (e a hora em CWCONF-ULTIMO-LOGIN-DATA/HORA) - e' o sinal
      *    que o executor aguarda para lancar o job
       100-LIBERA-DEPENDENTES.

           MOVE 0    TO TOT-DEPENDENTES
           MOVE "JP" TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "JP")
                      OR TOT-DEPENDENTES = 100
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "JP"
                        PERFORM VARYING P FROM 1 BY 1 UNTIL P > 10
                                IF   CWCONF-NM-OPCAO (P) (1: 7)
                                     = CWJOBL-JOB
                                     ADD  1 TO TOT-DEPENDENTES
                                     MOVE CWCONF-CHAVE (1: 7)
                                       TO DEPENDENTE (TOT-DEPENDENTES)
                                     MOVE 11 TO P
                                END-IF
                        END-PERFORM
                   END-IF
           END-PERFORM

           PERFORM VARYING D FROM 1 BY 1 UNTIL D > TOT-DEPENDENTES
                   MOVE DEPENDENTE (D)   TO CWJOBD-JOB
                   MOVE CWDTSB-DATA-PROC TO CWJOBD-DATA-PROC
                   CALL "CWJOBD" USING PARAMETROS-CWJOBD
                   IF   CWJOBD-LIBERADO
                        PERFORM 110-MARCA-LIBERADO THRU 110-99-FIM
                   END-IF
           END-PERFORM.

       100-99-FIM. EXIT.

       110-MARCA-LIBERADO.

           MOVE "JP"           TO CWCONF-REG
           MOVE SPACES         TO CWCONF-CHAVE
           MOVE DEPENDENTE (D) TO CWCONF-CHAVE (1: 7)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT < "10"
                GO TO 110-99-FIM
           END-IF
           IF   CWCONF-JOB-ULTIMA-DATA NUMERIC
           AND  CWCONF-JOB-ULTIMA-DATA = CWDTSB-DATA-PROC
                GO TO 110-99-FIM
           END-IF
           MOVE CWDTSB-DATA-PROC    TO CWCONF-JOB-ULTIMA-DATA
           MOVE CWJOBL-DATA-FIM     TO CWCONF-ULTIMO-LOGIN-DATA
           MOVE CWJOBL-HORA-FIM     TO CWCONF-ULTIMO-LOGIN-HORA
           SET CWSQLC-REWRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE SPACES TO OBS
           STRING "Job " DELIMITED BY SIZE
                  DEPENDENTE (D) DELIMITED BY SPACE
                  " liberado: ultimo predecessor " DELIMITED BY SIZE
                  CWJOBL-JOB DELIMITED BY SPACE
                  " concluido." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS.

       110-99-FIM. EXIT.

      *    Dono da corrente: sobe pelos "JB" (quem tem este job como
      *    sucessor OK ou nao OK) ate o primeiro com dono anotado em
      *    CWCONF-NOME - normalmente a cabeca.  O dono so vale se
      *    ainda for um "PS" marcado como conta de servico; senao o
      *    passo roda como o usuario do executor, e isso vai ao log
       200-DONO.

           MOVE SPACES     TO DONO
           MOVE DONO-JOB   TO ELO
           MOVE 0          TO SALTOS.

       200-SOBE.

           ADD 1 TO SALTOS
           IF   SALTOS > 100
                GO TO 200-99-FIM
           END-IF
           MOVE "JB"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           MOVE ELO    TO CWCONF-CHAVE (1: 7)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
           AND  CWCONF-NOME NOT = SPACES
           AND  CWCONF-NOME NOT = LOW-VALUES
                MOVE CWCONF-NOME TO DONO
                GO TO 200-VALIDA
           END-IF
           MOVE SPACES TO ELO-ACHOU
           MOVE "JB"   TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "JB")
                      OR ELO-ACHOU NOT = SPACES
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "JB"
                   AND (CWCONF-JOB-PROXIMO-RC-OK  = ELO
                   OR   CWCONF-JOB-PROXIMO-NAO-OK = ELO)
                        MOVE CWCONF-CHAVE (1: 7) TO ELO-ACHOU
                   END-IF
           END-PERFORM
           IF   ELO-ACHOU = SPACES
                GO TO 200-99-FIM
           END-IF
           MOVE ELO-ACHOU TO ELO
           GO TO 200-SOBE.

       200-VALIDA.

           MOVE "PS" TO CWCONF-REG
           MOVE DONO TO CWCONF-NOME
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
           AND  CWCONF-SERVICO
                GO TO 200-99-FIM
           END-IF
           MOVE SPACES TO OBS
           STRING "Job " DELIMITED BY SIZE
                  DONO-JOB DELIMITED BY SPACE
                  ": dono " DELIMITED BY SIZE
                  DONO DELIMITED BY SPACE
                  " nao e' conta de servico." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE SPACES TO DONO.

       200-99-FIM. EXIT.

       END PROGRAM CWJOBL.
