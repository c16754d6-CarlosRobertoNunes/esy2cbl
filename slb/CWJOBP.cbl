       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWJOBP.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Predecessores de job ("JP", chave = job):    *
                      *  ate 10 jobs, de qualquer corrente "JB", que  *
                      *  precisam ter terminado OK no mesmo dia de    *
                      *  processamento antes do job ser lancado - o   *
                      *  lancamento contabil espera o faturamento E o *
                      *  contas a receber.  A conferencia e' do       *
                      *  CWJOBD sobre o journal "JE"; o CWJOBL marca  *
                      *  o "JP" liberado quando o ultimo predecessor  *
                      *  termina.  Na gravacao, predecessor sem "JB"  *
                      *  e ciclo (o job esperando, direta ou          *
                      *  indiretamente, por ele mesmo - tambem pelos  *
                      *  sucessores CWCONF-JOB-PROXIMO-RC-OK/NAO-OK   *
                      *  das correntes) sao recusados.  A tela de     *
                      *  espera mostra quem aguarda e o que.  Manu-   *
                      *  tencao restrita a niveis 8 e 9, com          *
                      *  auditoria.                                   *
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
           05 BASE                     PIC  9(003) VALUE 0.
           05 POS-ACCEPT               PIC  9(004) VALUE 0.
           05 NOME                     PIC  X(030) VALUE SPACES.
           05 TASK                     PIC  9(006) VALUE 0.
           05 PROGRAMA                 PIC  X(008) VALUE SPACES.
           05 NIVEL-OPERADOR           PIC  9(001) VALUE 0.
           05 OBS                      PIC  X(078) VALUE SPACES.
           05 JP-JOB                   PIC  X(007) VALUE SPACES.
           05 JP-PRED OCCURS 10        PIC  X(007).
           05 JP-ACHOU                 PIC  X(001) VALUE "N".
           05 JP-VAZIO                 PIC  X(001) VALUE "S".
           05 JP-ERRO                  PIC  X(001) VALUE "N".
           05 JP-ACEITOS               PIC  9(002) VALUE 0.
           05 JP-CICLO                 PIC  X(007) VALUE SPACES.
           05 VIS-LINHA                PIC  X(070) VALUE SPACES.
           05 VIS-POS.
              10 VIS-POS-LIN           PIC  9(002) VALUE 0.
              10 FILLER                PIC  X(004) VALUE "0670".
      *    Imagem das correntes e dependencias para o teste de ciclo
           05 TOT-JB                   PIC  9(003) VALUE 0.
           05 TABELA-JB.
              10 JB-TB OCCURS 500.
                 15 JB-JOB             PIC  X(007).
                 15 JB-PROX-OK         PIC  X(007).
                 15 JB-PROX-NAO-OK     PIC  X(007).
           05 TOT-JP                   PIC  9(003) VALUE 0.
           05 TABELA-JP.
              10 JP-TB OCCURS 200.
                 15 JPT-JOB            PIC  X(007).
                 15 JPT-PRED OCCURS 10 PIC  X(007).
           05 TOT-FILA                 PIC  9(003) VALUE 0.
           05 PROX-FILA                PIC  9(003) VALUE 0.
           05 FILA-ATUAL               PIC  X(007) VALUE SPACES.
           05 FILA-NOVO                PIC  X(007) VALUE SPACES.
           05 TABELA-FILA.
              10 FILA-JOB OCCURS 500   PIC  X(007).
      *    Tela de espera
           05 TOT-ESPERA               PIC  9(003) VALUE 0.
           05 TABELA-ESPERA.
              10 ES-TB OCCURS 200.
                 15 ES-JOB             PIC  X(007).
                 15 ES-SITUACAO        PIC  X(001).
                 15 ES-LINHA           PIC  X(040).

       COPY CWBOXS.
       COPY CWBOXW.
       COPY CWSEND.
       COPY CWDTSB.
       COPY CWJOBD.
       COPY CWCONF.

       PROCEDURE DIVISION.

       000-INICIO.

           PERFORM 800-INICIAIS THRU 800-99-FIM
           PERFORM 100-MENU     THRU 100-99-FIM
                   UNTIL CWBOXS-OPTION = 0
           PERFORM 900-FINAIS   THRU 900-99-FIM.

       000-99-FIM. GOBACK.

       100-MENU.

           MOVE 10  TO CWBOXS-LINE
                       CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE "Predecessores de jobs:" TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           MOVE "~Predecessores do job"  TO CWBOXS-TEXT (1)
           MOVE "jobs em ~Espera"        TO CWBOXS-TEXT (2)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           EVALUATE CWBOXS-OPTION
               WHEN 1 PERFORM 110-EDITA  THRU 110-99-FIM
               WHEN 2 PERFORM 300-ESPERA THRU 300-99-FIM
           END-EVALUATE.

       100-99-FIM. EXIT.

       110-EDITA.

           IF   NIVEL-OPERADOR < 8
                MOVE "Predecessores de job exigem nivel 8 ou 9"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                MOVE 1 TO CWBOXS-OPTION
                GO TO 110-99-FIM
           END-IF
           MOVE 05 TO CWBOXW-LINE
           MOVE 05 TO CWBOXW-COLUMN
           MOVE 15 TO CWBOXW-VERTICAL-LENGTH
           MOVE 50 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "060722" "Job               :"
           MOVE SPACES TO JP-JOB
           ACCEPT JP-JOB AT 0727 WITH UPDATE
           IF   JP-JOB = SPACES
                GO TO 110-FECHA
           END-IF
           MOVE JP-JOB TO FILA-NOVO
           PERFORM 210-TESTA-JB THRU 210-99-FIM
           IF   JP-ERRO = "S"
                MOVE "Job sem registro JB" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 110-FECHA
           END-IF
           MOVE "N"    TO JP-ACHOU
           MOVE SPACES TO JP-PRED (1) JP-PRED (2) JP-PRED (3)
                          JP-PRED (4) JP-PRED (5) JP-PRED (6)
                          JP-PRED (7) JP-PRED (8) JP-PRED (9)
                          JP-PRED (10)
           MOVE "JP"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           MOVE JP-JOB TO CWCONF-CHAVE (1: 7)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                MOVE "S" TO JP-ACHOU
                PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
                        IF   CWCONF-NM-OPCAO (I) (1: 7)
                             NOT = LOW-VALUES
                             MOVE CWCONF-NM-OPCAO (I) (1: 7)
                               TO JP-PRED (I)
                        END-IF
                END-PERFORM
           END-IF

           CALL "CWMSGW" USING "080722" "Predecessores (OK antes)"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
                   COMPUTE POS-ACCEPT = (8 + I) * 100 + 27
                   ACCEPT JP-PRED (I) AT POS-ACCEPT WITH UPDATE
           END-PERFORM

      *    Cada predecessor precisa existir no "JB", nao pode ser o
      *    proprio job nem repetir; digitados e todos recusados,
      *    nada e' gravado
           MOVE "S" TO JP-VAZIO
           MOVE 0   TO JP-ACEITOS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
                   IF   JP-PRED (I) NOT = SPACES
                        MOVE "N" TO JP-VAZIO
                        MOVE JP-PRED (I) TO FILA-NOVO
                        PERFORM 210-TESTA-JB THRU 210-99-FIM
                        IF   JP-PRED (I) = JP-JOB
                             MOVE "S" TO JP-ERRO
                        END-IF
                        PERFORM VARYING J FROM 1 BY 1 UNTIL J NOT < I
                                IF   JP-PRED (J) = JP-PRED (I)
                                     MOVE "S" TO JP-ERRO
                                END-IF
                        END-PERFORM
                        IF   JP-ERRO = "S"
                             MOVE SPACES TO CWSEND-MSG
                             STRING "Predecessor invalido: "
                                    JP-PRED (I)
                                    " (sem JB, repetido ou o proprio"
                                    " job)" DELIMITED BY SIZE
                               INTO CWSEND-MSG
                             CALL "CWSEND" USING PARAMETROS-CWSEND
                             MOVE SPACES TO JP-PRED (I)
                        ELSE
                             ADD 1 TO JP-ACEITOS
                        END-IF
                   END-IF
           END-PERFORM

           IF   JP-VAZIO = "S"
                PERFORM 130-EXCLUI THRU 130-99-FIM
                GO TO 110-FECHA
           END-IF
           IF   JP-ACEITOS = 0
                MOVE "Nenhum predecessor valido - nada gravado"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 110-FECHA
           END-IF

           PERFORM 200-TESTA-CICLO THRU 200-99-FIM
           IF   JP-CICLO NOT = SPACES
                MOVE SPACES TO CWSEND-MSG
                STRING "Recusado: ciclo - o predecessor " JP-CICLO
                       " depende (direta ou indiretamente) de "
                       JP-JOB DELIMITED BY SIZE
                  INTO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 110-FECHA
           END-IF

           PERFORM 120-GRAVA THRU 120-99-FIM.

       110-FECHA.

           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           MOVE 1 TO CWBOXS-OPTION.

       110-99-FIM. EXIT.

       120-GRAVA.

           MOVE "JP"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           MOVE JP-JOB TO CWCONF-CHAVE (1: 7)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                SET CWSQLC-REWRITE TO TRUE
           ELSE
                MOVE LOW-VALUES TO CWCONF-REG
                MOVE "JP"       TO CWCONF-TIPO
                MOVE SPACES     TO CWCONF-CHAVE
                MOVE JP-JOB     TO CWCONF-CHAVE (1: 7)
                MOVE 0          TO CWCONF-JOB-ULTIMA-DATA
                SET CWSQLC-WRITE TO TRUE
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
                   MOVE SPACES      TO CWCONF-NM-OPCAO (I)
                   MOVE JP-PRED (I) TO CWCONF-NM-OPCAO (I) (1: 7)
           END-PERFORM
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", alterou predecessores do job '
                  DELIMITED BY SIZE
                  JP-JOB DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  JP-PRED (1) " " JP-PRED (2) " " JP-PRED (3)
                  DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE "Predecessores gravados" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       120-99-FIM. EXIT.

      *    Lista vazia = job volta a depender so da propria corrente
       130-EXCLUI.

           IF   JP-ACHOU NOT = "S"
                GO TO 130-99-FIM
           END-IF
           MOVE "JP"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           MOVE JP-JOB TO CWCONF-CHAVE (1: 7)
           SET CWSQLC-READ  TO TRUE
           SET CWSQLC-EQUAL TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                SET CWSQLC-DELETE TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
                MOVE SPACES TO OBS
                STRING '"' DELIMITED BY SIZE
                       NOME DELIMITED BY SPACE
                       '", excluiu os predecessores do job '
                       DELIMITED BY SIZE
                       JP-JOB DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                  INTO OBS
                CALL "CWLOGW" USING "#" OBS
                MOVE "Predecessores excluidos" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-IF.

       130-99-FIM. EXIT.

      *    Teste de ciclo: percorre, a partir dos predecessores
      *    digitados, tudo de que eles dependem - os "JP" gravados
      *    (com a lista nova no lugar da antiga deste job) e o job
      *    anterior na corrente, que so lanca o seguinte pelos
      *    CWCONF-JOB-PROXIMO-RC-OK/NAO-OK.  Chegar de volta ao job
      *    e' ciclo: ninguem seria liberado.
       200-TESTA-CICLO.

           MOVE SPACES TO JP-CICLO
           PERFORM 220-CARREGA-GRAFO THRU 220-99-FIM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
                                            OR JP-CICLO NOT = SPACES
                   IF   JP-PRED (I) NOT = SPACES
                        MOVE 0           TO TOT-FILA
                        MOVE JP-PRED (I) TO FILA-NOVO
                        PERFORM 230-ENFILEIRA THRU 230-99-FIM
                        MOVE 1 TO PROX-FILA
                        PERFORM UNTIL PROX-FILA > TOT-FILA
                                   OR JP-CICLO NOT = SPACES
                                MOVE FILA-JOB (PROX-FILA) TO FILA-ATUAL
                                ADD  1 TO PROX-FILA
                                IF   FILA-ATUAL = JP-JOB
                                     MOVE JP-PRED (I) TO JP-CICLO
                                ELSE
                                     PERFORM 240-EXPANDE
                                        THRU 240-99-FIM
                                END-IF
                        END-PERFORM
                   END-IF
           END-PERFORM.

       200-99-FIM. EXIT.

       210-TESTA-JB.

           MOVE "N"       TO JP-ERRO
           MOVE "JB"      TO CWCONF-REG
           MOVE SPACES    TO CWCONF-CHAVE
           MOVE FILA-NOVO TO CWCONF-CHAVE (1: 7)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT < "10"
                MOVE "S" TO JP-ERRO
           END-IF.

       210-99-FIM. EXIT.

       220-CARREGA-GRAFO.

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
                        MOVE CWCONF-CHAVE (1: 7)  TO JB-JOB (TOT-JB)
                        MOVE CWCONF-JOB-PROXIMO-RC-OK
                          TO JB-PROX-OK (TOT-JB)
                        MOVE CWCONF-JOB-PROXIMO-NAO-OK
                          TO JB-PROX-NAO-OK (TOT-JB)
                   END-IF
           END-PERFORM

           MOVE 0    TO TOT-JP
           MOVE "JP" TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "JP")
                      OR TOT-JP = 199
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "JP"
                   AND  CWCONF-CHAVE (1: 7) NOT = JP-JOB
                        ADD  1 TO TOT-JP
                        MOVE CWCONF-CHAVE (1: 7) TO JPT-JOB (TOT-JP)
                        PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
                                MOVE CWCONF-NM-OPCAO (K) (1: 7)
                                  TO JPT-PRED (TOT-JP K)
                        END-PERFORM
                   END-IF
           END-PERFORM
           ADD  1      TO TOT-JP
           MOVE JP-JOB TO JPT-JOB (TOT-JP)
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
                   MOVE JP-PRED (K) TO JPT-PRED (TOT-JP K)
           END-PERFORM.

       220-99-FIM. EXIT.

       230-ENFILEIRA.

           IF   FILA-NOVO = SPACES
           OR   FILA-NOVO = LOW-VALUES
           OR   TOT-FILA = 500
                GO TO 230-99-FIM
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > TOT-FILA
                   IF   FILA-JOB (K) = FILA-NOVO
                        GO TO 230-99-FIM
                   END-IF
           END-PERFORM
           ADD  1         TO TOT-FILA
           MOVE FILA-NOVO TO FILA-JOB (TOT-FILA).

       230-99-FIM. EXIT.

      *    Do que FILA-ATUAL depende: seus predecessores "JP" e os
      *    jobs de corrente que o lancam como sucessor
       240-EXPANDE.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > TOT-JP
                   IF   JPT-JOB (J) = FILA-ATUAL
                        PERFORM VARYING S FROM 1 BY 1 UNTIL S > 10
                                MOVE JPT-PRED (J S) TO FILA-NOVO
                                PERFORM 230-ENFILEIRA THRU 230-99-FIM
                        END-PERFORM
                   END-IF
           END-PERFORM
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > TOT-JB
                   IF   JB-PROX-OK (J)     = FILA-ATUAL
                   OR   JB-PROX-NAO-OK (J) = FILA-ATUAL
                        MOVE JB-JOB (J) TO FILA-NOVO
                        PERFORM 230-ENFILEIRA THRU 230-99-FIM
                   END-IF
           END-PERFORM.

       240-99-FIM. EXIT.

      *    Quem aguarda e o que, no dia de processamento corrente
       300-ESPERA.

           MOVE SPACES TO CWDTSB-TEXTO
           CALL "CWDTSB" USING PARAMETROS-CWDTSB
           MOVE 0    TO TOT-ESPERA
           MOVE "JP" TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "JP")
                      OR TOT-ESPERA = 200
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "JP"
                        ADD  1 TO TOT-ESPERA
                        MOVE CWCONF-CHAVE (1: 7) TO ES-JOB (TOT-ESPERA)
                   END-IF
           END-PERFORM
           IF   TOT-ESPERA = 0
                MOVE "Nenhum job com predecessores" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                MOVE 1 TO CWBOXS-OPTION
                GO TO 300-99-FIM
           END-IF

           PERFORM VARYING S FROM 1 BY 1 UNTIL S > TOT-ESPERA
                   MOVE ES-JOB (S)       TO CWJOBD-JOB
                   MOVE CWDTSB-DATA-PROC TO CWJOBD-DATA-PROC
                   CALL "CWJOBD" USING PARAMETROS-CWJOBD
                   MOVE CWJOBD-SITUACAO TO ES-SITUACAO (S)
                   MOVE SPACES          TO ES-LINHA (S)
                   IF   CWJOBD-LIBERADO
                        STRING ES-JOB (S) " liberado"
                               DELIMITED BY SIZE
                          INTO ES-LINHA (S)
                   ELSE
                        MOVE 11 TO K
                        STRING ES-JOB (S) " aguarda:"
                               DELIMITED BY SIZE
                          INTO ES-LINHA (S)
                        PERFORM VARYING J FROM 1 BY 1
                                  UNTIL J > CWJOBD-TOTAL
                                     OR K > 27
                                IF   CWJOBD-PRED-STATUS (J) NOT = "S"
                                     MOVE CWJOBD-PRED-JOB (J)
                                       TO ES-LINHA (S) (K + 7: 7)
                                     ADD  8 TO K
                                END-IF
                        END-PERFORM
                   END-IF
           END-PERFORM

           MOVE 0 TO BASE
           MOVE 1 TO CWBOXS-OPTION
           PERFORM 310-LISTA THRU 310-99-FIM
                   UNTIL CWBOXS-OPTION = 0
           MOVE 1 TO CWBOXS-OPTION.

       300-99-FIM. EXIT.

       310-LISTA.

           MOVE 04  TO CWBOXS-LINE
           MOVE 10  TO CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE SPACES TO CWBOXS-TITLE
           STRING "Jobs com predecessores em " CWDTSB-DATA-PROC ":"
                  DELIMITED BY SIZE
             INTO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 24
                   COMPUTE S = BASE + I
                   IF   S NOT > TOT-ESPERA
                        MOVE ES-LINHA (S) TO CWBOXS-TEXT (I)
                   END-IF
           END-PERFORM
           IF   BASE + 24 < TOT-ESPERA
                MOVE "--- mais jobs ---" TO CWBOXS-TEXT (25)
           END-IF
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           IF   CWBOXS-OPTION = 0
                GO TO 310-99-FIM
           END-IF
           IF   CWBOXS-OPTION = 25
                ADD 24 TO BASE
                IF   BASE NOT < TOT-ESPERA
                     MOVE 0 TO BASE
                END-IF
                GO TO 310-99-FIM
           END-IF
           COMPUTE S = BASE + CWBOXS-OPTION
           IF   S > TOT-ESPERA
                GO TO 310-99-FIM
           END-IF
           PERFORM 320-DETALHE THRU 320-99-FIM
           MOVE 1 TO CWBOXS-OPTION.

       310-99-FIM. EXIT.

      *    Situacao de cada predecessor do job escolhido
       320-DETALHE.

           MOVE ES-JOB (S)       TO CWJOBD-JOB
           MOVE CWDTSB-DATA-PROC TO CWJOBD-DATA-PROC
           CALL "CWJOBD" USING PARAMETROS-CWJOBD
           MOVE 05 TO CWBOXW-LINE
           MOVE 04 TO CWBOXW-COLUMN
           MOVE 14 TO CWBOXW-VERTICAL-LENGTH
           MOVE 50 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 07 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > CWJOBD-TOTAL
                   MOVE SPACES TO VIS-LINHA
                   EVALUATE CWJOBD-PRED-STATUS (J)
                       WHEN "S"
                            STRING CWJOBD-PRED-JOB (J)
                                   "  terminou OK" DELIMITED BY SIZE
                              INTO VIS-LINHA
                       WHEN "N"
                            STRING CWJOBD-PRED-JOB (J)
                                   "  FALHOU - job segue retido"
                                   DELIMITED BY SIZE
                              INTO VIS-LINHA
                       WHEN OTHER
                            STRING CWJOBD-PRED-JOB (J)
                                   "  ainda nao rodou no dia"
                                   DELIMITED BY SIZE
                              INTO VIS-LINHA
                   END-EVALUATE
                   COMPUTE VIS-POS-LIN = 6 + J
                   CALL "CWMSGW" USING VIS-POS VIS-LINHA
           END-PERFORM
           MOVE SPACES TO CWSEND-MSG
           STRING "Predecessores de " ES-JOB (S) DELIMITED BY SIZE
             INTO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW.

       320-99-FIM. EXIT.

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
           MOVE 1 TO CWBOXS-OPTION.

       800-99-FIM. EXIT.

       900-FINAIS.

           SET CWSQLC-CLOSE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       900-99-FIM. EXIT.

       END PROGRAM CWJOBP.
