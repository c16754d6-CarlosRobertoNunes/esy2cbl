       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWJOBD.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Conferencia de predecessores de job: le o    *
                      *  registro "JP" do job (lista de jobs, de      *
                      *  qualquer corrente, que precisam ter          *
                      *  terminado OK antes dele) e procura cada um   *
                      *  no journal "JE" gravado pelo CWJOBL, no dia  *
                      *  de processamento pedido.  Vale a ultima      *
                      *  execucao do predecessor no dia (reexecucao   *
                      *  que falhou depois de um OK volta a segurar). *
                      *  Chamado pelo executor de correntes (fora     *
                      *  deste repositorio) antes de lancar o job,    *
                      *  pelo CWJOBL a cada passo OK e pela tela de   *
                      *  espera do CWJOBP.                            *
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
           05 DATA-PROC                PIC  9(008) VALUE 0.
           05 DATA-JE                  PIC  9(008) VALUE 0.
           05 ULTIMO-STATUS            PIC  X(001) VALUE SPACE.

       COPY CWDTSB.
       COPY CWCONF.

       LINKAGE SECTION.

       COPY CWJOBD.

       PROCEDURE DIVISION USING PARAMETROS-CWJOBD.

       000-INICIO.

           MOVE SPACE  TO CWJOBD-SITUACAO
           MOVE 0      TO CWJOBD-TOTAL
                          CWJOBD-FALTAM
           MOVE SPACES TO CWJOBD-PREDECESSORES
           IF   CWJOBD-JOB = SPACES
                GO TO 000-99-FIM
           END-IF
           IF   CWJOBD-DATA-PROC = 0
                MOVE SPACES TO CWDTSB-TEXTO
                CALL "CWDTSB" USING PARAMETROS-CWDTSB
                MOVE CWDTSB-DATA-PROC TO CWJOBD-DATA-PROC
           END-IF
           MOVE CWJOBD-DATA-PROC TO DATA-PROC

           MOVE "JP"       TO CWCONF-REG
           MOVE SPACES     TO CWCONF-CHAVE
           MOVE CWJOBD-JOB TO CWCONF-CHAVE (1: 7)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT < "10"
                GO TO 000-99-FIM
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
                   IF   CWCONF-NM-OPCAO (I) (1: 7) NOT = SPACES
                   AND  CWCONF-NM-OPCAO (I) (1: 7) NOT = LOW-VALUES
                        ADD  1 TO CWJOBD-TOTAL
                        MOVE CWCONF-NM-OPCAO (I) (1: 7)
                          TO CWJOBD-PRED-JOB (CWJOBD-TOTAL)
                   END-IF
           END-PERFORM
           IF   CWJOBD-TOTAL = 0
                GO TO 000-99-FIM
           END-IF

           PERFORM 100-CONFERE THRU 100-99-FIM
                   VARYING I FROM 1 BY 1 UNTIL I > CWJOBD-TOTAL
           IF   CWJOBD-FALTAM = 0
                SET CWJOBD-LIBERADO   TO TRUE
           ELSE
                SET CWJOBD-AGUARDANDO TO TRUE
           END-IF.

       000-99-FIM. GOBACK.

      *    Ultima execucao do predecessor no dia de processamento:
      *    o "JE" traz o dia de processamento em CWCONF-JOB-ULTIMA-
      *    DATA; registros antigos, sem ele, valem pela data de
      *    inicio da chave.  Todos os "JE" do job sao lidos: com o
      *    dia de processamento voltado, a reexecucao tem data de
      *    inicio posterior ao dia pedido e tambem vale.
       100-CONFERE.

           MOVE SPACE               TO ULTIMO-STATUS
           MOVE "JE"                TO CWCONF-REG
           MOVE SPACES              TO CWCONF-CHAVE
           MOVE CWJOBD-PRED-JOB (I) TO CWCONF-CHAVE (1: 7)
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                        IF   CWCONF-TIPO NOT = "JE"
                        OR   CWCONF-CHAVE (1: 7)
                             NOT = CWJOBD-PRED-JOB (I)
                             MOVE "10" TO FS-CWCONF
                        ELSE
                             IF   CWCONF-JOB-ULTIMA-DATA NUMERIC
                             AND  CWCONF-JOB-ULTIMA-DATA NOT = 0
                                  MOVE CWCONF-JOB-ULTIMA-DATA
                                    TO DATA-JE
                             ELSE
                                  MOVE CWCONF-CHAVE (8: 8) TO DATA-JE
                             END-IF
                             IF   DATA-JE = DATA-PROC
                                  MOVE CWCONF-JOB-ULTIMO-RC
                                    TO ULTIMO-STATUS
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
           MOVE ULTIMO-STATUS TO CWJOBD-PRED-STATUS (I)
           IF   ULTIMO-STATUS NOT = "S"
                ADD 1 TO CWJOBD-FALTAM
           END-IF.

       100-99-FIM. EXIT.

       END PROGRAM CWJOBD.
