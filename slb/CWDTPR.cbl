       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWDTPR.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Data de processamento da casa (registro      *
                      *  "DP", chave "PROCESSAMENTO"): consulta,      *
                      *  carga inicial, avanco de fim de dia e        *
                      *  retrocesso.  O avanco vai para o proximo dia *
                      *  util (mascara DSTQQSS do "DP" e feriados do  *
                      *  calendario central via CWCALC) e e' o unico  *
                      *  caminho que move a data para frente - roda  *
                      *  como passo explicito de fim de dia na        *
                      *  corrente "JB" (CWCRON=ON ou CWDTPR_ACAO =    *
                      *  AVANCA/RETROCEDE; RETURN-CODE 0 = ok, 8 =    *
                      *  nao mexeu) ou pela tela, nivel 8/9.  Data ja *
                      *  a frente da maquina recusa novo avanco (a    *
                      *  reexecucao do passo nao pula dois dias),     *
                      *  salvo CWDTPR_FORCA=S.  Cada avanco e cada    *
                      *  retrocesso vao para a auditoria.             *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 I                        PIC  9(003) VALUE 0.
           05 NOME                     PIC  X(030) VALUE SPACES.
           05 TASK                     PIC  9(006) VALUE 0.
           05 PROGRAMA                 PIC  X(008) VALUE SPACES.
           05 NIVEL-OPERADOR           PIC  9(001) VALUE 0.
           05 OBS                      PIC  X(078) VALUE SPACES.
           05 CRON                     PIC  X(003) VALUE SPACES.
           05 ACAO                     PIC  X(010) VALUE SPACES.
           05 FORCA                    PIC  X(001) VALUE SPACE.
           05 LOTE                     PIC  X(001) VALUE "N".
           05 HOJE                     PIC  9(008) VALUE 0.
           05 AGORA                    PIC  9(008) VALUE 0.
           05 DP-ACHOU                 PIC  X(001) VALUE "N".
           05 DP-DATA                  PIC  9(008) VALUE 0.
           05 DP-ANTERIOR              PIC  9(008) VALUE 0.
           05 DP-NOVA                  PIC  9(008) VALUE 0.
           05 DP-DIAS                  PIC  X(007) VALUE "NSSSSSN".
           05 DP-JUSTIFICATIVA         PIC  X(040) VALUE SPACES.
           05 DATA-ED                  PIC  X(010) VALUE SPACES.
           05 NOVA-ED                  PIC  X(010) VALUE SPACES.

       COPY CWBOXS.
       COPY CWBOXW.
       COPY CWSEND.
       COPY CWTIME.
       COPY CWDTSB.
       COPY CWCONF.

       PROCEDURE DIVISION.

       000-INICIO.

           PERFORM 800-INICIAIS THRU 800-99-FIM
           IF   LOTE = "S"
                PERFORM 500-LOTE THRU 500-99-FIM
           ELSE
                PERFORM 100-MENU THRU 100-99-FIM
                        UNTIL CWBOXS-OPTION = 0
           END-IF
           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM. GOBACK.

       100-MENU.

           MOVE 10  TO CWBOXS-LINE
                       CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE "Data de processamento:" TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           MOVE "~Consultar"              TO CWBOXS-TEXT (1)
           MOVE "~Avancar (fim de dia)"   TO CWBOXS-TEXT (2)
           MOVE "~Retroceder"             TO CWBOXS-TEXT (3)
           MOVE "~Definir data/dias uteis" TO CWBOXS-TEXT (4)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           EVALUATE CWBOXS-OPTION
               WHEN 1 PERFORM 110-CONSULTA  THRU 110-99-FIM
               WHEN 2 PERFORM 120-AVANCA    THRU 120-99-FIM
               WHEN 3 PERFORM 130-RETROCEDE THRU 130-99-FIM
               WHEN 4 PERFORM 140-DEFINE    THRU 140-99-FIM
           END-EVALUATE.

       100-99-FIM. EXIT.

       110-CONSULTA.

           MOVE SPACES TO CWDTSB-TEXTO
           CALL "CWDTSB" USING PARAMETROS-CWDTSB
           MOVE SPACES TO CWSEND-MSG
           IF   CWDTSB-DA-MAQUINA
                STRING "Sem controle (vale a data da maquina): "
                       CWDTSB-DATA-PROC DELIMITED BY SIZE
                  INTO CWSEND-MSG
           ELSE
                STRING "Processamento " CWDTSB-DATA-PROC
                       "  anterior " CWDTSB-DIA-ANTERIOR
                       "  proximo " CWDTSB-DIA-SEGUINTE
                       "  mes " CWDTSB-MES-CONTABIL
                       DELIMITED BY SIZE
                  INTO CWSEND-MSG
           END-IF
           CALL "CWSEND" USING PARAMETROS-CWSEND
           MOVE 1 TO CWBOXS-OPTION.

       110-99-FIM. EXIT.

       120-AVANCA.

           IF   NIVEL-OPERADOR < 8
                MOVE "Avanco da data exige nivel 8 ou 9" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 120-FIM
           END-IF
           PERFORM 200-LE-DP THRU 200-99-FIM
           IF   DP-ACHOU NOT = "S"
                MOVE "Defina antes a data de processamento"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 120-FIM
           END-IF
           MOVE SPACES TO CWSEND-MSG CWSEND-SCREENS
           STRING "Encerrar o dia " DATA-ED " e abrir "
                  NOVA-ED " ?" DELIMITED BY SIZE
             INTO CWSEND-MSG
           MOVE "~Confirmar" TO CWSEND-SCREEN (1)
           MOVE "~Voltar"    TO CWSEND-SCREEN (2)
           MOVE 2            TO CWSEND-OPTION
           CALL "CWSEND" USING PARAMETROS-CWSEND
           MOVE SPACES TO CWSEND-SCREENS
           IF   CWSEND-OPTION NOT = 1
                GO TO 120-FIM
           END-IF
           PERFORM 300-AVANCA THRU 300-99-FIM
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       120-FIM.

           MOVE 1 TO CWBOXS-OPTION.

       120-99-FIM. EXIT.

       130-RETROCEDE.

           IF   NIVEL-OPERADOR < 8
                MOVE "Retrocesso da data exige nivel 8 ou 9"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 130-FIM
           END-IF
           PERFORM 200-LE-DP THRU 200-99-FIM
           IF   DP-ACHOU NOT = "S"
                MOVE "Data de processamento nao definida"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 130-FIM
           END-IF
           MOVE 09 TO CWBOXW-LINE
           MOVE 05 TO CWBOXW-COLUMN
           MOVE 05 TO CWBOXW-VERTICAL-LENGTH
           MOVE 66 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "100718" "Justificativa:"
           MOVE SPACES TO DP-JUSTIFICATIVA
           ACCEPT DP-JUSTIFICATIVA AT 1022 WITH UPDATE
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           IF   DP-JUSTIFICATIVA = SPACES
                MOVE "Retrocesso exige justificativa" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 130-FIM
           END-IF
           PERFORM 310-RETROCEDE THRU 310-99-FIM
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       130-FIM.

           MOVE 1 TO CWBOXS-OPTION.

       130-99-FIM. EXIT.

      *    Carga inicial (ou correcao) da data e da mascara de dias
      *    uteis - so SUPER USUARIO
       140-DEFINE.

           IF   NIVEL-OPERADOR < 9
                MOVE "Definicao da data exige nivel 9" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 140-FIM
           END-IF
           PERFORM 200-LE-DP THRU 200-99-FIM
           IF   DP-ACHOU NOT = "S"
                MOVE HOJE TO DP-DATA
           END-IF
           MOVE 09 TO CWBOXW-LINE
           MOVE 05 TO CWBOXW-COLUMN
           MOVE 06 TO CWBOXW-VERTICAL-LENGTH
           MOVE 50 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "100718" "Data AAAAMMDD      :"
           CALL "CWMSGW" USING "110718" "Dias uteis DSTQQSS :"
           ACCEPT DP-DATA AT 1039 WITH UPDATE
           ACCEPT DP-DIAS AT 1139 WITH UPDATE
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           IF   DP-DATA = 0
                GO TO 140-FIM
           END-IF
           INSPECT DP-DIAS CONVERTING "sn" TO "SN"
           IF   DP-ACHOU = "S"
                SET CWSQLC-REWRITE TO TRUE
           ELSE
                MOVE LOW-VALUES      TO CWCONF-REG
                MOVE "DP"            TO CWCONF-TIPO
                MOVE SPACES          TO CWCONF-CHAVE
                MOVE "PROCESSAMENTO" TO CWCONF-CHAVE
                MOVE SPACES          TO CWCONF-NOME
                SET CWSQLC-WRITE TO TRUE
           END-IF
           MOVE DP-DATA  TO CWCONF-JOB-ULTIMA-DATA
           MOVE 0        TO CWCONF-BL-INICIO
           MOVE DP-DIAS  TO CWCONF-JOB-DIAS-SEMANA
           PERFORM 250-CARIMBA THRU 250-99-FIM
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", definiu a data de processamento em '
                  DELIMITED BY SIZE
                  DP-DATA " (dias uteis " DP-DIAS ")."
                  DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE "Data de processamento definida" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       140-FIM.

           MOVE 1 TO CWBOXS-OPTION.

       140-99-FIM. EXIT.

      *    Le o "DP" para atualizacao e ja resolve o proximo dia util
       200-LE-DP.

           MOVE SPACES TO CWDTSB-TEXTO
           CALL "CWDTSB" USING PARAMETROS-CWDTSB
           MOVE "N"             TO DP-ACHOU
           MOVE 0               TO DP-DATA DP-ANTERIOR
           MOVE "DP"            TO CWCONF-REG
           MOVE "PROCESSAMENTO" TO CWCONF-CHAVE
           SET CWSQLC-READ  TO TRUE
           SET CWSQLC-EQUAL TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                MOVE "S" TO DP-ACHOU
                IF   CWCONF-JOB-ULTIMA-DATA NUMERIC
                     MOVE CWCONF-JOB-ULTIMA-DATA TO DP-DATA
                END-IF
                IF   CWCONF-BL-INICIO NUMERIC
                     MOVE CWCONF-BL-INICIO TO DP-ANTERIOR
                END-IF
                IF   CWCONF-JOB-DIAS-SEMANA NOT = SPACES
                     MOVE CWCONF-JOB-DIAS-SEMANA TO DP-DIAS
                END-IF
           END-IF
           IF   DP-DATA = 0
                MOVE "N" TO DP-ACHOU
           END-IF
           MOVE CWDTSB-DIA-SEGUINTE TO DP-NOVA
           SET CWTIME-EDIT TO TRUE
           MOVE DP-DATA    TO CWTIME-DATE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-EDITED TO DATA-ED
           SET CWTIME-EDIT TO TRUE
           MOVE DP-NOVA    TO CWTIME-DATE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-EDITED TO NOVA-ED.

       200-99-FIM. EXIT.

      *    Quem mexeu e quando (data/hora da maquina)
       250-CARIMBA.

           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE SPACE             TO CWTIME-TODAY-STATUS
           MOVE NOME              TO CWCONF-NOME
           MOVE CWTIME-DATE-FINAL TO CWCONF-ULTIMO-LOGIN-DATA
           MOVE CWTIME-TIME-FINAL TO CWCONF-ULTIMO-LOGIN-HORA.

       250-99-FIM. EXIT.

      *    Fim de dia: o dia corrente vira o "anterior" guardado
      *    para o retrocesso e a data vai ao proximo dia util
       300-AVANCA.

           IF   DP-DATA > HOJE
           AND  FORCA NOT = "S"
                MOVE SPACES TO CWSEND-MSG
                STRING "Data de processamento " DP-DATA
                       " ja esta a frente da maquina - nada feito"
                       DELIMITED BY SIZE
                  INTO CWSEND-MSG
                MOVE 8 TO RETURN-CODE
                GO TO 300-99-FIM
           END-IF
           MOVE DP-DATA TO CWCONF-BL-INICIO
           MOVE DP-NOVA TO CWCONF-JOB-ULTIMA-DATA
           PERFORM 250-CARIMBA THRU 250-99-FIM
           SET CWSQLC-REWRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT < "10"
                MOVE SPACES TO CWSEND-MSG
                STRING "Falha ao gravar o controle (status "
                       FS-CWCONF ")" DELIMITED BY SIZE
                  INTO CWSEND-MSG
                MOVE 8 TO RETURN-CODE
                GO TO 300-99-FIM
           END-IF
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", avancou a data de processamento de '
                  DELIMITED BY SIZE
                  DP-DATA " para " DP-NOVA "." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE SPACES TO CWSEND-MSG
           STRING "Data de processamento avancada para " NOVA-ED
                  DELIMITED BY SIZE
             INTO CWSEND-MSG.

       300-99-FIM. EXIT.

      *    Volta ao dia guardado no ultimo avanco; sem ele (segundo
      *    retrocesso seguido), ao dia util anterior
       310-RETROCEDE.

           IF   DP-ANTERIOR NOT = 0
           AND  DP-ANTERIOR < DP-DATA
                MOVE DP-ANTERIOR TO DP-NOVA
           ELSE
                MOVE CWDTSB-DIA-ANTERIOR TO DP-NOVA
           END-IF
           MOVE DP-NOVA TO CWCONF-JOB-ULTIMA-DATA
           MOVE 0       TO CWCONF-BL-INICIO
           PERFORM 250-CARIMBA THRU 250-99-FIM
           SET CWSQLC-REWRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT < "10"
                MOVE SPACES TO CWSEND-MSG
                STRING "Falha ao gravar o controle (status "
                       FS-CWCONF ")" DELIMITED BY SIZE
                  INTO CWSEND-MSG
                MOVE 8 TO RETURN-CODE
                GO TO 310-99-FIM
           END-IF
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", retrocedeu a data de processamento de '
                  DELIMITED BY SIZE
                  DP-DATA " para " DP-NOVA ": " DELIMITED BY SIZE
                  DP-JUSTIFICATIVA DELIMITED BY "  "
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE SPACES TO CWSEND-MSG
           STRING "Data de processamento retrocedida para " DP-NOVA
                  DELIMITED BY SIZE
             INTO CWSEND-MSG.

       310-99-FIM. EXIT.

      *    Passo de fim de dia da corrente "JB"
       500-LOTE.

           PERFORM 200-LE-DP THRU 200-99-FIM
           IF   DP-ACHOU NOT = "S"
                MOVE "Data de processamento nao definida (CWDTPR)"
                  TO OBS
                CALL "CWLOGW" USING "#" OBS
                MOVE 8 TO RETURN-CODE
                GO TO 500-99-FIM
           END-IF
           IF   ACAO = "RETROCEDE"
                MOVE "Retrocesso pela corrente de lote"
                  TO DP-JUSTIFICATIVA
                PERFORM 310-RETROCEDE THRU 310-99-FIM
           ELSE
                PERFORM 300-AVANCA THRU 300-99-FIM
           END-IF
           IF   RETURN-CODE = 8
                MOVE CWSEND-MSG TO OBS
                CALL "CWLOGW" USING "#" OBS
           END-IF.

       500-99-FIM. EXIT.

       800-INICIAIS.

           CALL "CWGETU" USING NOME TASK PROGRAMA "?"
           CANCEL "CWFILE"
           SET CWSQLC-UPDATE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE 0 TO RETURN-CODE
           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE
           MOVE SPACE             TO CWTIME-TODAY-STATUS

           DISPLAY "CWDTPR_ACAO"  UPON ENVIRONMENT-NAME
           ACCEPT  ACAO           FROM ENVIRONMENT-VALUE
           DISPLAY "CWDTPR_FORCA" UPON ENVIRONMENT-NAME
           ACCEPT  FORCA          FROM ENVIRONMENT-VALUE
           DISPLAY "CWCRON"       UPON ENVIRONMENT-NAME
           ACCEPT  CRON           FROM ENVIRONMENT-VALUE
           INSPECT ACAO  CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF   FORCA = "s"
                MOVE "S" TO FORCA
           END-IF
           IF   CRON = "ON" OR "on"
           OR   ACAO NOT = SPACES
                MOVE "S" TO LOTE
           END-IF

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

       END PROGRAM CWDTPR.
