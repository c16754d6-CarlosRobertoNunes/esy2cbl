                      *  permitidas (ate 5 nesta tela; em branco =    *
                      *  qualquer) e janela de horario HHMM (zeros =  *
                      *  sem restricao), gravadas no "PS" e           *
                      *  aplicadas pelo LOGIN do CWMEN0.  Havendo     *
                      *  cadastro de estacoes ("ET", CWESTM), so      *
                      *  estacoes cadastradas sao aceitas.            *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
           05 RS-ESTACAO OCCURS 5      PIC  X(030).
           05 RS-INICIO                PIC  9(004) VALUE 0.
           05 RS-FIM                   PIC  9(004) VALUE 0.
           05 RS-INVALIDA              PIC  X(030) VALUE SPACES.
           05 NOME                     PIC  X(030) VALUE SPACES.
           05 TASK                     PIC  9(006) VALUE 0.
           05 PROGRAMA                 PIC  X(008) VALUE SPACES.
           END-PERFORM
           ACCEPT RS-INICIO AT 1427 WITH UPDATE
           ACCEPT RS-FIM    AT 1527 WITH UPDATE
           PERFORM 200-CONFERE-ESTACOES THRU 200-99-FIM
           IF   RS-INVALIDA NOT = SPACES
                MOVE SPACES TO CWSEND-MSG
                STRING "Estacao " DELIMITED BY SIZE
                       RS-INVALIDA DELIMITED BY SPACE
                       " nao cadastrada (CWESTM)" DELIMITED BY SIZE
                  INTO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 100-FECHA
           END-IF

      *    A conferencia reposiciona o arquivo: relocaliza o "PS"
      *    com bloqueio antes de regravar
           MOVE "PS"       TO CWCONF-REG
           MOVE RS-USUARIO TO CWCONF-NOME
           SET CWSQLC-READ  TO TRUE
           SET CWSQLC-EQUAL TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT < "10"
                GO TO 100-FECHA
           END-IF

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                   MOVE SPACES TO CWCONF-NM-OPCAO (I)

       100-99-FIM. EXIT.

      *    Estacoes digitadas contra o cadastro "ET"; sem nenhuma
      *    estacao cadastrada vale o nome digitado, como sempre
       200-CONFERE-ESTACOES.

           MOVE SPACES TO RS-INVALIDA
           MOVE "ET"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF > "09"
                GO TO 200-99-FIM
           END-IF
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-NEXT        TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF > "09"
           OR   CWCONF-TIPO NOT = "ET"
                GO TO 200-99-FIM
           END-IF
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 5 OR RS-INVALIDA NOT = SPACES
                   IF   RS-ESTACAO (I) NOT = SPACES
                   AND  RS-ESTACAO (I) NOT = LOW-VALUES
                        MOVE "ET"           TO CWCONF-REG
                        MOVE SPACES         TO CWCONF-CHAVE
                        MOVE RS-ESTACAO (I) TO CWCONF-CHAVE (1: 30)
                        SET CWSQLC-READ        TO TRUE
                        SET CWSQLC-EQUAL       TO TRUE
                        SET CWSQLC-IGNORE-LOCK TO TRUE
                        CALL "CWCONF" USING CWSQLC CWCONF-REG
                                            FS-CWCONF KCO PCO
                        IF   FS-CWCONF NOT < "10"
                             MOVE RS-ESTACAO (I) TO RS-INVALIDA
                        END-IF
                   END-IF
           END-PERFORM.

       200-99-FIM. EXIT.

       800-INICIAIS.

           CALL "CWGETU" USING NOME TASK PROGRAMA "?"
