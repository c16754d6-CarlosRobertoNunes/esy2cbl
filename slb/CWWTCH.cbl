                      *  CWWTCH_BATCH=VIGIAR roda uma varredura sem   *
                      *  telas - e' o modo do cron, no lugar do       *
                      *  operador olhando o diretorio.                *
                      *  Cada arquivo tomado entra no livro de        *
                      *  recebimento (CWRECB): soma de controle,      *
                      *  registros e, quando o gatilho define o       *
                      *  trailer, quantidade e valor total            *
                      *  conferidos antes de liberar a corrente.      *
                      *  Conteudo repetido ou trailer divergente nao  *
                      *  dispara: o arquivo vai para a quarentena do  *
                      *  gatilho.  Relatorio diario dos recebimentos  *
                      *  para a conciliacao (CWWTCH_BATCH=RECEBIDOS,  *
                      *  dia em CWWTCH_DATA AAAAMMDD, hoje por falta).*
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
           05 TG-PATH                  PIC  X(050) VALUE SPACES.
           05 TG-PREFIXO               PIC  X(030) VALUE SPACES.
           05 TG-JOB                   PIC  X(007) VALUE SPACES.
           05 TG-QUARENTENA            PIC  X(050) VALUE SPACES.
      *    Trailer do gatilho: registro trailer (posicao zero = o
      *    ultimo), quantidade, valor total, valor do detalhe e
      *    registro detalhe
           05 TR-SEL-POS               PIC  9(004) VALUE 0.
           05 TR-SEL-TAM               PIC  9(002) VALUE 0.
           05 TR-SEL-VAL               PIC  X(020) VALUE SPACES.
           05 QT-POS                   PIC  9(003) VALUE 0.
           05 QT-TAM                   PIC  9(003) VALUE 0.
           05 VT-POS                   PIC  9(003) VALUE 0.
           05 VT-TAM                   PIC  9(003) VALUE 0.
           05 VT-DEC                   PIC  9(001) VALUE 0.
           05 VT-TIPO                  PIC  X(001) VALUE "N".
           05 VD-POS                   PIC  9(003) VALUE 0.
           05 VD-TAM                   PIC  9(003) VALUE 0.
           05 VD-DEC                   PIC  9(001) VALUE 0.
           05 VD-TIPO                  PIC  X(001) VALUE "N".
           05 DT-SEL-POS               PIC  9(003) VALUE 0.
           05 DT-SEL-TAM               PIC  9(003) VALUE 0.
           05 DT-SEL-VAL               PIC  X(020) VALUE SPACES.
           05 TRAILER-OK               PIC  X(001) VALUE "S".
           05 LB-QUARENTENA            PIC  X(255) VALUE SPACES.
           05 DIR-QUARENTENA           PIC  X(100) VALUE SPACES.
           05 SEVT-DET                 PIC  X(060) VALUE SPACES.
      *    Relatorio diario dos recebimentos
           05 DATA-RELATORIO           PIC  9(008) VALUE 0.
           05 DATA-RELATORIO-X REDEFINES DATA-RELATORIO
                                       PIC  X(008).
           05 FILLER REDEFINES DATA-RELATORIO.
              10 DATA-REL-ANO          PIC  9(004).
              10 DATA-REL-MES          PIC  9(002).
              10 DATA-REL-DIA          PIC  9(002).
           05 DATA-ED.
              10 DATA-ED-DIA           PIC  9(002).
              10 FILLER                PIC  X(001) VALUE "/".
              10 DATA-ED-MES           PIC  9(002).
              10 FILLER                PIC  X(001) VALUE "/".
              10 DATA-ED-ANO           PIC  9(004).
           05 K                        PIC  9(003) VALUE 0.
           05 ACHOU-LUGAR              PIC  X(001) VALUE SPACE.
           05 TOT-RECEBIDOS            PIC  9(003) VALUE 0.
           05 TOT-LIBERADOS            PIC  9(005) VALUE 0.
           05 TOT-RECUSADOS            PIC  9(005) VALUE 0.
           05 TABELA-RECEBIDOS.
              10 RB-TB OCCURS 500.
                 15 RB-HORA            PIC  9(008).
                 15 RB-GATILHO         PIC  X(007).
                 15 RB-NOME            PIC  X(050).
                 15 RB-BYTES           PIC  9(009).
                 15 RB-REGISTROS       PIC  9(009).
                 15 RB-SITUACAO        PIC  X(001).
                 15 RB-JOB             PIC  X(007).
                 15 RB-RESULTADO       PIC  X(001).
                 15 RB-MENSAGEM        PIC  X(050).
                 15 RB-SOMA            PIC  X(030).
                 15 RB-TOTAIS          PIC  X(060).
           05 PREFIXO-TAM              PIC  9(002) VALUE 0.
           05 ARQUIVO-W                PIC  X(100) VALUE SPACES.
           05 LB-CHEGADA               PIC  X(255) VALUE SPACES.
                 15 GT-PATH            PIC  X(050).
                 15 GT-PREFIXO         PIC  X(030).
                 15 GT-JOB             PIC  X(007).
                 15 GT-QUARENTENA      PIC  X(050).

       01  LINHAS-DE-IMPRESSAO.
       02  LINHA-RB-1.
           05 FILLER                   PIC  X(048) VALUE
              "HORA     GATILHO ARQUIVO".
           05 FILLER                   PIC  X(045) VALUE
              "      BYTES REGISTROS SITUACAO   CORRENTE".
           05 FILLER                   PIC  X(010) VALUE
              "OBSERVACAO".
       02  LINHA-RB-2.
           05 LR-HORA                  PIC  X(008) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 LR-GATILHO               PIC  X(007) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 LR-ARQUIVO               PIC  X(030) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 LR-BYTES                 PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 LR-REGISTROS             PIC  Z.ZZZ.ZZ9.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 LR-SITUACAO              PIC  X(010) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 LR-CORRENTE              PIC  X(011) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 LR-OBS                   PIC  X(039) VALUE SPACES.
       02  LINHA-RB-3.
           05 FILLER                   PIC  X(010) VALUE SPACES.
           05 FILLER                   PIC  X(005) VALUE "Soma ".
           05 LR-SOMA                  PIC  X(030) VALUE SPACES.
           05 FILLER                   PIC  X(002) VALUE SPACES.
           05 LR-TOTAIS                PIC  X(060) VALUE SPACES.

       COPY CWBOXS.
       COPY CWBOXW.
       COPY CWSEND.
       COPY CWUNIX.
       COPY CWIMPR.
       COPY CWTIME.
       COPY CWCONF.
       COPY CWRECB.

       PROCEDURE DIVISION.

           PERFORM 800-INICIAIS THRU 800-99-FIM
           IF   BATCH-PEDIDO = "VIGIAR"
                PERFORM 500-VARRE THRU 500-99-FIM
           ELSE
           IF   BATCH-PEDIDO = "RECEBIDOS"
                DISPLAY "CWWTCH_DATA" UPON ENVIRONMENT-NAME
                ACCEPT  DATA-RELATORIO-X FROM ENVIRONMENT-VALUE
                IF   DATA-RELATORIO-X NOT NUMERIC
                     MOVE 0 TO DATA-RELATORIO
                END-IF
                PERFORM 600-RECEBIDOS THRU 600-99-FIM
           ELSE
                PERFORM 050-MENU THRU 050-99-FIM
                        UNTIL CWBOXS-OPTION = 0
           END-IF
           END-IF
           PERFORM 900-FINAIS   THRU 900-99-FIM.

       000-99-FIM. GOBACK.
           MOVE "~Incluir/alterar gatilho" TO CWBOXS-TEXT (1)
           MOVE "~Excluir gatilho"         TO CWBOXS-TEXT (2)
           MOVE "~Varrer agora"            TO CWBOXS-TEXT (3)
           MOVE "~Recebimentos do dia"     TO CWBOXS-TEXT (4)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           EVALUATE CWBOXS-OPTION
               WHEN 1 PERFORM 110-GRAVA  THRU 110-99-FIM
                           DELIMITED BY SIZE INTO CWSEND-MSG
                    CALL "CWSEND" USING PARAMETROS-CWSEND
                    MOVE 1 TO CWBOXS-OPTION
               WHEN 4
                    PERFORM 140-PEDE-DATA THRU 140-99-FIM
                    IF   DATA-RELATORIO NOT = 0
                         PERFORM 600-RECEBIDOS THRU 600-99-FIM
                         MOVE SPACES TO CWSEND-MSG
                         STRING "Recebidos: " TOT-RECEBIDOS
                                " liberados: " TOT-LIBERADOS
                                " recusados: " TOT-RECUSADOS
                                DELIMITED BY SIZE INTO CWSEND-MSG
                         CALL "CWSEND" USING PARAMETROS-CWSEND
                    END-IF
                    MOVE 1 TO CWBOXS-OPTION
           END-EVALUATE.

       050-99-FIM. EXIT.
                MOVE CWCONF-LABEL         TO TG-PATH
                MOVE CWCONF-ARQUIVO       TO TG-PREFIXO
                MOVE CWCONF-JOB           TO TG-JOB
                PERFORM 115-LE-TRAILER THRU 115-99-FIM
           ELSE
                MOVE SPACES TO TG-PATH TG-PREFIXO TG-JOB
                               TG-QUARENTENA TR-SEL-VAL DT-SEL-VAL
                MOVE 0      TO TR-SEL-POS TR-SEL-TAM QT-POS QT-TAM
                               VT-POS VT-TAM VT-DEC VD-POS VD-TAM
                               VD-DEC DT-SEL-POS DT-SEL-TAM
                MOVE "N"    TO VT-TIPO VD-TIPO
           END-IF
           CALL "CWMSGW" USING "120718" "Diretorio          :"
           CALL "CWMSGW" USING "130718" "Prefixo do nome    :"
           CALL "CWMSGW" USING "140718" "Corrente (job)     :"
           CALL "CWMSGW" USING "150718" "Quarentena         :"
           CALL "CWMSGW" USING "160718" "Trailer: registro  :"
           CALL "CWMSGW" USING "170718" "Qtde no trailer    :"
           CALL "CWMSGW" USING "180718" "Total no trailer   :"
           CALL "CWMSGW" USING "190718" "Valor no detalhe   :"
           CALL "CWMSGW" USING "200718" "Detalhe: registro  :"
           CALL "CWMSGW" USING "210718"
                "pos tam dec tipo(N/S); registro trailer pos 0 = ultimo"
           ACCEPT TG-PATH       AT 1240 WITH UPDATE
           ACCEPT TG-PREFIXO    AT 1340 WITH UPDATE
           ACCEPT TG-JOB        AT 1440 WITH UPDATE
           ACCEPT TG-QUARENTENA AT 1540 WITH UPDATE
           ACCEPT TR-SEL-POS    AT 1640 WITH UPDATE
           ACCEPT TR-SEL-TAM    AT 1645 WITH UPDATE
           ACCEPT TR-SEL-VAL    AT 1648 WITH UPDATE
           ACCEPT QT-POS        AT 1740 WITH UPDATE
           ACCEPT QT-TAM        AT 1744 WITH UPDATE
           ACCEPT VT-POS        AT 1840 WITH UPDATE
           ACCEPT VT-TAM        AT 1844 WITH UPDATE
           ACCEPT VT-DEC        AT 1848 WITH UPDATE
           ACCEPT VT-TIPO       AT 1852 WITH UPDATE
           ACCEPT VD-POS        AT 1940 WITH UPDATE
           ACCEPT VD-TAM        AT 1944 WITH UPDATE
           ACCEPT VD-DEC        AT 1948 WITH UPDATE
           ACCEPT VD-TIPO       AT 1952 WITH UPDATE
           ACCEPT DT-SEL-POS    AT 2040 WITH UPDATE
           ACCEPT DT-SEL-TAM    AT 2044 WITH UPDATE
           ACCEPT DT-SEL-VAL    AT 2048 WITH UPDATE
           IF   TG-PATH = SPACES
           OR   TG-PREFIXO = SPACES
           OR   TG-JOB = SPACES
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 110-FECHA
           END-IF
           PERFORM 117-CRITICA-TRAILER THRU 117-99-FIM
           IF   TRAILER-OK NOT = "S"
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 110-FECHA
           END-IF
           IF   FS-CWCONF < "10"
                SET CWSQLC-REWRITE TO TRUE
           ELSE
           MOVE TG-PATH    TO CWCONF-LABEL
           MOVE TG-PREFIXO TO CWCONF-ARQUIVO
           MOVE TG-JOB     TO CWCONF-JOB
           MOVE TG-QUARENTENA TO CWCONF-DESTINO-END
           MOVE TR-SEL-POS    TO CWCONF-PAGINA
           MOVE TR-SEL-TAM    TO CWCONF-QUADRO
           MOVE TR-SEL-VAL    TO CWCONF-TIPO-FORM
           MOVE QT-POS        TO CWCONF-SIZE-P-99 (1)
           MOVE QT-TAM        TO CWCONF-FATOR-P-99 (1)
           MOVE VT-POS        TO CWCONF-SIZE-P-99 (2)
           MOVE VT-TAM        TO CWCONF-FATOR-P-99 (2)
           MOVE VT-DEC        TO CWCONF-NIVEL (2)
           MOVE VT-TIPO       TO CWCONF-CHECK (2)
           MOVE VD-POS        TO CWCONF-SIZE-P-99 (3)
           MOVE VD-TAM        TO CWCONF-FATOR-P-99 (3)
           MOVE VD-DEC        TO CWCONF-NIVEL (3)
           MOVE VD-TIPO       TO CWCONF-CHECK (3)
           MOVE DT-SEL-POS    TO CWCONF-SIZE-S-99 (3)
           MOVE DT-SEL-TAM    TO CWCONF-FATOR-S-99 (3)
           MOVE DT-SEL-VAL    TO CWCONF-HELP (3)
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE "Gatilho gravado" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       110-99-FIM. EXIT.

      *    Trailer e quarentena do "TG" lido (gatilho gravado antes
      *    destes campos vem com LOW-VALUES: sem trailer)
       115-LE-TRAILER.

           MOVE CWCONF-DESTINO-END TO TG-QUARENTENA
           IF   TG-QUARENTENA = LOW-VALUES
                MOVE SPACES TO TG-QUARENTENA
           END-IF
           MOVE 0      TO TR-SEL-POS TR-SEL-TAM QT-POS QT-TAM
                          VT-POS VT-TAM VT-DEC VD-POS VD-TAM VD-DEC
                          DT-SEL-POS DT-SEL-TAM
           MOVE SPACES TO TR-SEL-VAL DT-SEL-VAL
           MOVE "N"    TO VT-TIPO VD-TIPO
           IF   CWCONF-PAGINA NUMERIC
           AND  CWCONF-QUADRO NUMERIC
                MOVE CWCONF-PAGINA    TO TR-SEL-POS
                MOVE CWCONF-QUADRO    TO TR-SEL-TAM
                MOVE CWCONF-TIPO-FORM TO TR-SEL-VAL
           END-IF
           IF   CWCONF-SIZE-P-99 (1) NUMERIC
           AND  CWCONF-FATOR-P-99 (1) NUMERIC
                MOVE CWCONF-SIZE-P-99 (1)  TO QT-POS
                MOVE CWCONF-FATOR-P-99 (1) TO QT-TAM
           END-IF
           IF   CWCONF-SIZE-P-99 (2) NUMERIC
           AND  CWCONF-FATOR-P-99 (2) NUMERIC
           AND  CWCONF-NIVEL (2) NUMERIC
                MOVE CWCONF-SIZE-P-99 (2)  TO VT-POS
                MOVE CWCONF-FATOR-P-99 (2) TO VT-TAM
                MOVE CWCONF-NIVEL (2)      TO VT-DEC
                MOVE CWCONF-CHECK (2)      TO VT-TIPO
           END-IF
           IF   CWCONF-SIZE-P-99 (3) NUMERIC
           AND  CWCONF-FATOR-P-99 (3) NUMERIC
           AND  CWCONF-NIVEL (3) NUMERIC
                MOVE CWCONF-SIZE-P-99 (3)  TO VD-POS
                MOVE CWCONF-FATOR-P-99 (3) TO VD-TAM
                MOVE CWCONF-NIVEL (3)      TO VD-DEC
                MOVE CWCONF-CHECK (3)      TO VD-TIPO
           END-IF
           IF   CWCONF-SIZE-S-99 (3) NUMERIC
           AND  CWCONF-FATOR-S-99 (3) NUMERIC
                MOVE CWCONF-SIZE-S-99 (3)  TO DT-SEL-POS
                MOVE CWCONF-FATOR-S-99 (3) TO DT-SEL-TAM
                MOVE CWCONF-HELP (3)       TO DT-SEL-VAL
           END-IF
           IF   TR-SEL-VAL = LOW-VALUES
                MOVE SPACES TO TR-SEL-VAL
           END-IF
           IF   DT-SEL-VAL = LOW-VALUES
                MOVE SPACES TO DT-SEL-VAL
           END-IF
           IF   VT-TIPO NOT = "S"
                MOVE "N" TO VT-TIPO
           END-IF
           IF   VD-TIPO NOT = "S"
                MOVE "N" TO VD-TIPO
           END-IF.

       115-99-FIM. EXIT.

      *    Campo com posicao precisa de tamanho; quantidade ate 9
      *    digitos, valores ate 18 e cabendo no campo de conversao
       117-CRITICA-TRAILER.

           MOVE "S"    TO TRAILER-OK
           MOVE SPACES TO CWSEND-MSG
           IF   VT-TIPO NOT = "S"
                MOVE "N" TO VT-TIPO
           END-IF
           IF   VD-TIPO NOT = "S"
                MOVE "N" TO VD-TIPO
           END-IF
           IF   (TR-SEL-POS > 0 AND TR-SEL-TAM = 0)
           OR   (TR-SEL-TAM > 0 AND TR-SEL-POS = 0)
           OR   TR-SEL-POS + TR-SEL-TAM > 2049
                MOVE "Selecao do trailer: informe posicao e tamanho"
                  TO CWSEND-MSG
           END-IF
           IF   (DT-SEL-POS > 0 AND DT-SEL-TAM = 0)
           OR   (DT-SEL-TAM > 0 AND DT-SEL-POS = 0)
           OR   DT-SEL-TAM > 20
                MOVE "Selecao do detalhe: posicao e tamanho (ate 20)"
                  TO CWSEND-MSG
           END-IF
           IF   (QT-POS > 0 AND (QT-TAM = 0 OR QT-TAM > 9))
           OR   (QT-POS = 0 AND QT-TAM > 0)
                MOVE "Quantidade no trailer: tamanho de 1 a 9"
                  TO CWSEND-MSG
           END-IF
           IF   (VT-POS > 0 AND (VT-TAM = 0 OR VT-TAM > 18))
           OR   (VT-POS = 0 AND VT-TAM > 0)
           OR   (VD-POS > 0 AND (VD-TAM = 0 OR VD-TAM > 18))
           OR   (VD-POS = 0 AND VD-TAM > 0)
                MOVE "Valores: tamanho de 1 a 18" TO CWSEND-MSG
           END-IF
           IF   VD-POS > 0
           AND  VT-POS = 0
                MOVE "Valor no detalhe pede o total no trailer"
                  TO CWSEND-MSG
           END-IF
           IF   CWSEND-MSG NOT = SPACES
                MOVE "N" TO TRAILER-OK
           END-IF.

       117-99-FIM. EXIT.

       120-EXCLUI.

           PERFORM 130-PEDE-CODIGO THRU 130-99-FIM

           MOVE 09 TO CWBOXW-LINE
           MOVE 05 TO CWBOXW-COLUMN
           MOVE 14 TO CWBOXW-VERTICAL-LENGTH
           MOVE 66 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER

       130-99-FIM. EXIT.

      *    Dia do relatorio de recebimentos (hoje por falta)
       140-PEDE-DATA.

           SET  CWTIME-NORMAL TO TRUE
           SET  CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE SPACE TO CWTIME-TODAY-STATUS
           MOVE CWTIME-DATE-FINAL TO DATA-RELATORIO
           MOVE DATA-REL-DIA TO DATA-ED-DIA
           MOVE DATA-REL-MES TO DATA-ED-MES
           MOVE DATA-REL-ANO TO DATA-ED-ANO
           MOVE 09 TO CWBOXW-LINE
           MOVE 05 TO CWBOXW-COLUMN
           MOVE 03 TO CWBOXW-VERTICAL-LENGTH
           MOVE 40 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "110718" "Recebidos em       :"
           ACCEPT DATA-ED AT 1140 WITH UPDATE
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           IF   DATA-ED-DIA NOT NUMERIC
           OR   DATA-ED-MES NOT NUMERIC
           OR   DATA-ED-ANO NOT NUMERIC
                MOVE 0 TO DATA-RELATORIO
                GO TO 140-99-FIM
           END-IF
           MOVE DATA-ED-DIA TO DATA-REL-DIA
           MOVE DATA-ED-MES TO DATA-REL-MES
           MOVE DATA-ED-ANO TO DATA-REL-ANO.

       140-99-FIM. EXIT.

      *    Uma varredura: para cada gatilho, lista o diretorio (ls/
      *    dir num arquivo de trabalho, como o CWSPLM) e trata cada
      *    arquivo que casa com o prefixo
                   MOVE GT-PATH (I)    TO TG-PATH
                   MOVE GT-PREFIXO (I) TO TG-PREFIXO
                   MOVE GT-JOB (I)     TO TG-JOB
                   MOVE GT-QUARENTENA (I) TO TG-QUARENTENA
                   PERFORM 520-VARRE-GATILHO THRU 520-99-FIM
           END-PERFORM.

                          TO GT-PREFIXO (TOT-GATILHOS)
                        MOVE CWCONF-JOB
                          TO GT-JOB (TOT-GATILHOS)
                        MOVE CWCONF-DESTINO-END
                          TO GT-QUARENTENA (TOT-GATILHOS)
                        IF   GT-QUARENTENA (TOT-GATILHOS) = LOW-VALUES
                             MOVE SPACES
                               TO GT-QUARENTENA (TOT-GATILHOS)
                        END-IF
                   END-IF
           END-PERFORM.

           END-IF
           MOVE 0 TO RETURN-CODE

      *    Livro de recebimento: repetido ou trailer divergente nao
      *    dispara e vai para a quarentena
           SET  CWRECB-REGISTRA TO TRUE
           MOVE TG-CODIGO  TO CWRECB-GATILHO
           MOVE TG-JOB     TO CWRECB-JOB
           MOVE ARQUIVO-W  TO CWRECB-NOME
           MOVE LB-EMPROC  TO CWRECB-ARQUIVO
           MOVE TAMANHO-2  TO CWRECB-TAMANHO
           CALL "CWRECB" USING PARAMETROS-CWRECB
           IF   NOT CWRECB-LIBERADO
                PERFORM 540-QUARENTENA THRU 540-99-FIM
                GO TO 530-99-FIM
           END-IF

           MOVE SPACES TO OBS
           STRING "Gatilho " DELIMITED BY SIZE
                  TG-CODIGO  DELIMITED BY SPACE
      *            para disparo manual
                   MOVE "Executor CWJOBS indisponivel" TO OBS
                   CALL "CWLOGW" USING "#" OBS
                   SET  CWRECB-SITUA        TO TRUE
                   SET  CWRECB-SEM-EXECUTOR TO TRUE
                   MOVE SPACES              TO CWRECB-LOCAL
                   MOVE "Executor CWJOBS indisponivel"
                     TO CWRECB-MENSAGEM
                   CALL "CWRECB" USING PARAMETROS-CWRECB
           END-CALL
           ADD 1 TO DISPAROS.

       530-99-FIM. EXIT.

      *    Arquivo recusado vai para a quarentena do gatilho (por
      *    falta, QUARENTENA abaixo do diretorio vigiado); se nao
      *    der para mover fica como .EMPROC, fora da varredura
       540-QUARENTENA.

           MOVE SPACES TO DIR-QUARENTENA
           IF   TG-QUARENTENA NOT = SPACES
                MOVE TG-QUARENTENA TO DIR-QUARENTENA
           ELSE
                STRING TG-PATH      DELIMITED BY SPACE
                       BARRA        DELIMITED BY SIZE
                       "QUARENTENA" DELIMITED BY SIZE
                  INTO DIR-QUARENTENA
           END-IF
           MOVE SPACES TO COMANDO
           IF   CWUNIX-ON
                STRING "mkdir -p " DELIMITED BY SIZE
                       DIR-QUARENTENA DELIMITED BY SPACE
                  INTO COMANDO
           ELSE
                STRING "if not exist " DELIMITED BY SIZE
                       DIR-QUARENTENA  DELIMITED BY SPACE
                       " mkdir "       DELIMITED BY SIZE
                       DIR-QUARENTENA  DELIMITED BY SPACE
                  INTO COMANDO
           END-IF
           CALL "SYSTEM" USING COMANDO
           MOVE SPACES TO LB-QUARENTENA
           STRING DIR-QUARENTENA DELIMITED BY SPACE
                  BARRA          DELIMITED BY SIZE
                  ARQUIVO-W      DELIMITED BY SPACE
             INTO LB-QUARENTENA
           CALL "CBL_RENAME_FILE" USING LB-EMPROC LB-QUARENTENA
                              RETURNING RETURN-CODE
           SET  CWRECB-SITUA TO TRUE
           IF   RETURN-CODE = 0
                MOVE LB-QUARENTENA TO CWRECB-LOCAL
           ELSE
                MOVE SPACES TO CWRECB-LOCAL
           END-IF
           MOVE 0 TO RETURN-CODE
           CALL "CWRECB" USING PARAMETROS-CWRECB

           MOVE SPACES TO OBS
           STRING "Gatilho " DELIMITED BY SIZE
                  TG-CODIGO  DELIMITED BY SPACE
                  " recusou " DELIMITED BY SIZE
                  ARQUIVO-W  DELIMITED BY SPACE
                  ": "       DELIMITED BY SIZE
                  CWRECB-MENSAGEM DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE SPACES TO SEVT-DET
           STRING "gatilho=" TG-CODIGO " situacao="
                  CWRECB-SITUACAO " arquivo=" ARQUIVO-W
                  DELIMITED BY SIZE INTO SEVT-DET
           CALL "CWSEVT" USING "RECB01" SEVT-DET.

       540-99-FIM. EXIT.

      *    Relatorio dos recebimentos do dia DATA-RELATORIO (zero =
      *    hoje), em ordem de chegada, com o resultado das correntes
       600-RECEBIDOS.

           IF   DATA-RELATORIO = 0
                SET  CWTIME-NORMAL TO TRUE
                SET  CWTIME-TODAY  TO TRUE
                CALL "CWTIME" USING PARAMETROS-CWTIME
                MOVE SPACE TO CWTIME-TODAY-STATUS
                MOVE CWTIME-DATE-FINAL TO DATA-RELATORIO
           END-IF
           SET  CWRECB-RESULTADOS TO TRUE
           CALL "CWRECB" USING PARAMETROS-CWRECB
           MOVE 0 TO TOT-RECEBIDOS TOT-LIBERADOS TOT-RECUSADOS
           MOVE "RB"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR TOT-RECEBIDOS = 500
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "RB"
                        IF   CWCONF-ULTIMO-LOGIN-DATA = DATA-RELATORIO
                             PERFORM 610-GUARDA THRU 610-99-FIM
                        END-IF
                   ELSE
                        MOVE "10" TO FS-CWCONF
                   END-IF
           END-PERFORM

           MOVE DATA-REL-DIA TO DATA-ED-DIA
           MOVE DATA-REL-MES TO DATA-ED-MES
           MOVE DATA-REL-ANO TO DATA-ED-ANO
           MOVE "RECEBIMENTO DE ARQUIVOS" TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "RECEBIDOS EM " DATA-ED DELIMITED BY SIZE
             INTO CWIMPR-SUB-TITLE
           MOVE "Config/Recebimentos"     TO CWIMPR-NOTE
           MOVE LINHA-RB-1                TO CWIMPR-HEADER-1
           MOVE "CWWTCHA"                 TO CWIMPR-REPORT
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOT-RECEBIDOS
                                            OR CWIMPR-END-PRINT
                   PERFORM 620-IMPRIME THRU 620-99-FIM
           END-PERFORM
           IF   NOT CWIMPR-END-PRINT
                MOVE SPACES TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
                STRING "Recebidos: " TOT-RECEBIDOS
                       "  Liberados: " TOT-LIBERADOS
                       "  Recusados: " TOT-RECUSADOS
                       DELIMITED BY SIZE INTO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
                SET CWIMPR-CLOSE TO TRUE
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF.

       600-99-FIM. EXIT.

      *    Entra na tabela em ordem de hora de chegada
       610-GUARDA.

           ADD  1 TO TOT-RECEBIDOS
           MOVE TOT-RECEBIDOS TO K
           MOVE "N" TO ACHOU-LUGAR
           PERFORM UNTIL ACHOU-LUGAR = "S"
                   IF   K = 1
                        MOVE "S" TO ACHOU-LUGAR
                   ELSE
                        IF   RB-HORA (K - 1)
                             NOT > CWCONF-ULTIMO-LOGIN-HORA
                             MOVE "S" TO ACHOU-LUGAR
                        ELSE
                             MOVE RB-TB (K - 1) TO RB-TB (K)
                             SUBTRACT 1 FROM K
                        END-IF
                   END-IF
           END-PERFORM
           MOVE CWCONF-ULTIMO-LOGIN-HORA  TO RB-HORA (K)
           MOVE CWCONF-RELATORIO          TO RB-GATILHO (K)
           MOVE CWCONF-LABEL              TO RB-NOME (K)
           MOVE CWCONF-TAMANHO-LIMITE-KB  TO RB-BYTES (K)
           MOVE CWCONF-TAMANHO-ULTIMO-KB  TO RB-REGISTROS (K)
           MOVE CWCONF-AP-STATUS          TO RB-SITUACAO (K)
           MOVE CWCONF-JOB                TO RB-JOB (K)
           MOVE CWCONF-JOB-ULTIMO-RC      TO RB-RESULTADO (K)
           MOVE CWCONF-JOB-MENSAGEM       TO RB-MENSAGEM (K)
           MOVE CWCONF-CHAVE (1: 30)      TO RB-SOMA (K)
           MOVE CWCONF-JOB-PARAMETRO      TO RB-TOTAIS (K)
           IF   RB-SOMA (K) (1: 1) = "#"
                MOVE SPACES TO RB-SOMA (K)
           END-IF
           IF   CWCONF-AP-STATUS = "L" OR "X"
                ADD 1 TO TOT-LIBERADOS
           ELSE
                ADD 1 TO TOT-RECUSADOS
           END-IF.

       610-99-FIM. EXIT.

       620-IMPRIME.

           MOVE SPACES TO LR-HORA
           STRING RB-HORA (I) (1: 2) ":" RB-HORA (I) (3: 2) ":"
                  RB-HORA (I) (5: 2) DELIMITED BY SIZE INTO LR-HORA
           MOVE RB-GATILHO (I)   TO LR-GATILHO
           MOVE RB-NOME (I)      TO LR-ARQUIVO
           MOVE RB-BYTES (I)     TO LR-BYTES
           MOVE RB-REGISTROS (I) TO LR-REGISTROS
           EVALUATE RB-SITUACAO (I)
               WHEN "L" MOVE "LIBERADO"   TO LR-SITUACAO
               WHEN "D" MOVE "DUPLICADO"  TO LR-SITUACAO
               WHEN "T" MOVE "TRAILER"    TO LR-SITUACAO
               WHEN "E" MOVE "ILEGIVEL"   TO LR-SITUACAO
               WHEN "X" MOVE "SEM EXECUT" TO LR-SITUACAO
               WHEN OTHER MOVE SPACES     TO LR-SITUACAO
           END-EVALUATE
           MOVE SPACES TO LR-CORRENTE
           IF   RB-SITUACAO (I) = "L"
                EVALUATE RB-RESULTADO (I)
                    WHEN "S"
                         STRING RB-JOB (I) " OK" DELIMITED BY SIZE
                           INTO LR-CORRENTE
                    WHEN "N"
                         STRING RB-JOB (I) " FALHA" DELIMITED BY SIZE
                           INTO LR-CORRENTE
                    WHEN OTHER
                         STRING RB-JOB (I) " ..." DELIMITED BY SIZE
                           INTO LR-CORRENTE
                END-EVALUATE
           END-IF
           MOVE RB-MENSAGEM (I) TO LR-OBS
           MOVE LINHA-RB-2 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           IF   RB-SOMA (I) NOT = SPACES
           OR   RB-TOTAIS (I) NOT = SPACES
                MOVE RB-SOMA (I)   TO LR-SOMA
                MOVE RB-TOTAIS (I) TO LR-TOTAIS
                MOVE LINHA-RB-3    TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF.

       620-99-FIM. EXIT.

       800-INICIAIS.

           DISPLAY "CWWTCH_BATCH" UPON ENVIRONMENT-NAME
