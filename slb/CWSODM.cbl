       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWSODM.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Regras de segregacao de funcoes ("SD"):      *
                      *  codigo de ate 7, descricao e de 2 a 10       *
                      *  programas de menu que nunca podem se         *
                      *  encontrar no acesso combinado de um usuario  *
                      *  (grupo titular, adicionais e elevacao).      *
                      *  CWAPRV, CWUSRG e CWELEV avisam a violacao e  *
                      *  so liberam com justificativa (CWSODC).  O    *
                      *  relatorio de violacoes varre todos os "PS"   *
                      *  e mostra a justificativa aceita de cada      *
                      *  uma; em lote (CWCRON=ON ou                   *
                      *  CWSODM_BATCH=VIOLACOES) sai so o relatorio,  *
                      *  com RETURN-CODE 4 quando ha violacao sem     *
                      *  justificativa.  Manutencao restrita a        *
                      *  niveis 8 e 9, com auditoria.                 *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 MINUSCULAS PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
           05 MAIUSCULAS PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05 I                        PIC  9(003) VALUE 0.
           05 K                        PIC  9(003) VALUE 0.
           05 V                        PIC  9(002) VALUE 0.
           05 POS-ACCEPT               PIC  9(004) VALUE 0.
           05 RC                       PIC  9(001) VALUE 0.
           05 CRON                     PIC  X(003) VALUE SPACES.
           05 BATCH                    PIC  X(010) VALUE SPACES.
           05 SD-CODIGO                PIC  X(007) VALUE SPACES.
           05 SD-DESCRICAO             PIC  X(040) VALUE SPACES.
           05 SD-PROG OCCURS 10        PIC  X(008).
           05 SD-ACHOU                 PIC  X(001) VALUE SPACE.
           05 QT-PROGS                 PIC  9(002) VALUE 0.
           05 NOME                     PIC  X(030) VALUE SPACES.
           05 TASK                     PIC  9(006) VALUE 0.
           05 PROGRAMA                 PIC  X(008) VALUE SPACES.
           05 NIVEL-OPERADOR           PIC  9(001) VALUE 0.
           05 OBS                      PIC  X(078) VALUE SPACES.
           05 SALVA-CHAVE              PIC  X(034) VALUE SPACES.
           05 TOT-USUARIOS             PIC  9(006) VALUE 0.
           05 TOT-COM-CONFLITO         PIC  9(006) VALUE 0.
           05 TOT-VIOLACOES            PIC  9(006) VALUE 0.
           05 TOT-SEM-JUSTIFICATIVA    PIC  9(006) VALUE 0.
           05 DATA-SX                  PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-SX.
              10 DATA-SX-ANO           PIC  9(004).
              10 DATA-SX-MES           PIC  9(002).
              10 DATA-SX-DIA           PIC  9(002).

       01  LINHAS-DE-IMPRESSAO-SD.
       02  LINHA-SD-1.
           05 FILLER                   PIC  X(050) VALUE
              "USUARIO                        REGRA   PROGRAMAS".
           05 FILLER                   PIC  X(035) VALUE SPACES.
           05 FILLER                   PIC  X(047) VALUE
              "JUSTIFICATIVA ACEITA".
       02  LINHA-SD-2.
           05 SDL-USUARIO              PIC  X(030) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 SDL-REGRA                PIC  X(007) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 SDL-PROGRAMAS            PIC  X(045) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 SDL-JUSTIFICATIVA        PIC  X(047) VALUE SPACES.
       02  LINHA-SD-3.
           05 FILLER                   PIC  X(039) VALUE SPACES.
           05 SDL-DESCRICAO            PIC  X(040) VALUE SPACES.
           05 FILLER                   PIC  X(006) VALUE SPACES.
           05 SDL-POR                  PIC  X(047) VALUE SPACES.
       02  LINHA-SD-4.
           05 SDL-ROTULO               PIC  X(040) VALUE SPACES.
           05 SDL-TOTAL                PIC  ZZZ.ZZ9 VALUE 0.

       COPY CWBOXS.
       COPY CWBOXW.
       COPY CWSEND.
       COPY CWIMPR.
       COPY CWSODC.
       COPY CWCONF.

       PROCEDURE DIVISION.

       000-INICIO.

           PERFORM 800-INICIAIS THRU 800-99-FIM
           IF   CRON = "ON"
           OR   BATCH = "VIOLACOES"
                PERFORM 300-VIOLACOES THRU 300-99-FIM
           ELSE
                IF   NIVEL-OPERADOR < 8
                     MOVE "Segregacao de funcoes exige nivel 8 ou 9"
                       TO CWSEND-MSG
                     CALL "CWSEND" USING PARAMETROS-CWSEND
                ELSE
                     PERFORM 100-MENU THRU 100-99-FIM
                             UNTIL CWBOXS-OPTION = 0
                END-IF
           END-IF
           PERFORM 900-FINAIS   THRU 900-99-FIM
           MOVE RC TO RETURN-CODE.

       000-99-FIM. GOBACK.

       100-MENU.

           MOVE 09  TO CWBOXS-LINE
           MOVE 10  TO CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE "Segregacao de funcoes:" TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           MOVE "~Incluir/alterar regra"  TO CWBOXS-TEXT (1)
           MOVE "~Excluir regra"          TO CWBOXS-TEXT (2)
           MOVE "~Violacoes atuais"       TO CWBOXS-TEXT (3)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           EVALUATE CWBOXS-OPTION
               WHEN 1 PERFORM 110-GRAVA  THRU 110-99-FIM
               WHEN 2 PERFORM 120-EXCLUI THRU 120-99-FIM
               WHEN 3 PERFORM 300-VIOLACOES THRU 300-99-FIM
                      MOVE 1 TO CWBOXS-OPTION
           END-EVALUATE.

       100-99-FIM. EXIT.

       110-GRAVA.

           MOVE 06 TO CWBOXW-LINE
           MOVE 05 TO CWBOXW-COLUMN
           MOVE 14 TO CWBOXW-VERTICAL-LENGTH
           MOVE 68 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "070722" "Regra             :"
           MOVE SPACES TO SD-CODIGO
           ACCEPT SD-CODIGO AT 0727 WITH UPDATE
           INSPECT SD-CODIGO CONVERTING MINUSCULAS TO MAIUSCULAS
           IF   SD-CODIGO = SPACES
                GO TO 110-FECHA
           END-IF
           PERFORM 200-LE-SD THRU 200-99-FIM
           MOVE SPACES TO SD-DESCRICAO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
                   MOVE SPACES TO SD-PROG (K)
           END-PERFORM
           IF   SD-ACHOU = "S"
                MOVE CWCONF-LABEL TO SD-DESCRICAO
                PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
                        MOVE CWCONF-PROG (K) TO SD-PROG (K)
                        IF   SD-PROG (K) = LOW-VALUES
                             MOVE SPACES TO SD-PROG (K)
                        END-IF
                END-PERFORM
           END-IF

           CALL "CWMSGW" USING "080722" "Descricao         :"
           ACCEPT SD-DESCRICAO AT 0827 WITH UPDATE
           CALL "CWMSGW" USING "090722" "Programas que nao podem"
           CALL "CWMSGW" USING "100722" "ficar juntos"
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
                   COMPUTE POS-ACCEPT = (8 + K) * 100 + 46
                   ACCEPT SD-PROG (K) AT POS-ACCEPT WITH UPDATE
           END-PERFORM

           MOVE 0 TO QT-PROGS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
                   INSPECT SD-PROG (K)
                           CONVERTING MINUSCULAS TO MAIUSCULAS
                   IF   SD-PROG (K) NOT = SPACES
                        ADD 1 TO QT-PROGS
                   END-IF
           END-PERFORM
           IF   QT-PROGS < 2
                MOVE "Regra precisa de pelo menos 2 programas"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 110-FECHA
           END-IF

           PERFORM 200-LE-SD THRU 200-99-FIM
           IF   SD-ACHOU = "S"
                SET CWSQLC-REWRITE TO TRUE
           ELSE
                MOVE LOW-VALUES TO CWCONF-REG
                MOVE "SD"       TO CWCONF-TIPO
                MOVE SPACES     TO CWCONF-CHAVE
                MOVE SD-CODIGO  TO CWCONF-CHAVE (1: 7)
                SET CWSQLC-WRITE TO TRUE
           END-IF
           MOVE SPACES       TO CWCONF-LABEL
           MOVE SD-DESCRICAO TO CWCONF-LABEL
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
                   MOVE SD-PROG (K) TO CWCONF-PROG (K)
           END-PERFORM
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           CANCEL "CWSODC"
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", gravou a regra de segregacao ' DELIMITED BY SIZE
                  SD-CODIGO DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE "Regra de segregacao gravada" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       110-FECHA.

           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           MOVE 1 TO CWBOXS-OPTION.

       110-99-FIM. EXIT.

      *    As liberacoes "SX" da regra ficam como trilha
       120-EXCLUI.

           MOVE 10 TO CWBOXW-LINE
           MOVE 15 TO CWBOXW-COLUMN
           MOVE 03 TO CWBOXW-VERTICAL-LENGTH
           MOVE 40 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "111716" "Regra       :"
           MOVE SPACES TO SD-CODIGO
           ACCEPT SD-CODIGO AT 1132 WITH UPDATE
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           INSPECT SD-CODIGO CONVERTING MINUSCULAS TO MAIUSCULAS
           IF   SD-CODIGO = SPACES
                GO TO 120-FIM-EXCLUI
           END-IF
           PERFORM 200-LE-SD THRU 200-99-FIM
           IF   SD-ACHOU = "S"
                SET CWSQLC-DELETE TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
                CANCEL "CWSODC"
                MOVE SPACES TO OBS
                STRING '"' DELIMITED BY SIZE
                       NOME DELIMITED BY SPACE
                       '", excluiu a regra de segregacao '
                       DELIMITED BY SIZE
                       SD-CODIGO DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                  INTO OBS
                CALL "CWLOGW" USING "#" OBS
                MOVE "Regra de segregacao excluida" TO CWSEND-MSG
           ELSE
                MOVE "Regra nao cadastrada" TO CWSEND-MSG
           END-IF
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       120-FIM-EXCLUI.

           MOVE 1 TO CWBOXS-OPTION.

       120-99-FIM. EXIT.

       200-LE-SD.

           MOVE "N"       TO SD-ACHOU
           MOVE "SD"      TO CWCONF-REG
           MOVE SPACES    TO CWCONF-CHAVE
           MOVE SD-CODIGO TO CWCONF-CHAVE (1: 7)
           SET CWSQLC-READ  TO TRUE
           SET CWSQLC-EQUAL TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                MOVE "S" TO SD-ACHOU
           END-IF.

       200-99-FIM. EXIT.

      *    Violacoes atuais de todos os usuarios "PS".  O CWSODC le o
      *    arquivo no meio da varredura: o cursor e' recolocado no
      *    usuario corrente a cada volta
       300-VIOLACOES.

           MOVE 0 TO TOT-USUARIOS TOT-COM-CONFLITO
                     TOT-VIOLACOES TOT-SEM-JUSTIFICATIVA
           MOVE "CONFIGURACAO"                TO CWIMPR-TITLE
           MOVE "VIOLACOES DE SEGREGACAO DE FUNCOES"
                                              TO CWIMPR-SUB-TITLE
           MOVE "Config/SegregacaoFuncoes"    TO CWIMPR-NOTE
           MOVE LINHA-SD-1                    TO CWIMPR-HEADER-1
           MOVE "CWSODMA"                     TO CWIMPR-REPORT
           MOVE "PS"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "PS")
                      OR CWIMPR-END-PRINT
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "PS"
                        PERFORM 310-USUARIO THRU 310-99-FIM
                   END-IF
           END-PERFORM
           PERFORM 330-TOTAIS THRU 330-99-FIM
           IF   TOT-SEM-JUSTIFICATIVA > 0
                MOVE 4 TO RC
           END-IF
           IF   CRON NOT = "ON"
           AND  BATCH NOT = "VIOLACOES"
                MOVE SPACES TO CWSEND-MSG
                IF   TOT-VIOLACOES = 0
                     MOVE "Nenhuma violacao de segregacao de funcoes"
                       TO CWSEND-MSG
                ELSE
                     STRING "Violacoes: " TOT-VIOLACOES
                            "  sem justificativa: "
                            TOT-SEM-JUSTIFICATIVA
                            DELIMITED BY SIZE
                       INTO CWSEND-MSG
                END-IF
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-IF.

       300-99-FIM. EXIT.

       310-USUARIO.

           MOVE CWCONF-REG (1: 34) TO SALVA-CHAVE
           ADD  1 TO TOT-USUARIOS
           SET  CWSODC-CARREGA TO TRUE
           MOVE CWCONF-NOME    TO CWSODC-USUARIO
           CALL "CWSODC" USING PARAMETROS-CWSODC
           SET  CWSODC-VERIFICA TO TRUE
           CALL "CWSODC" USING PARAMETROS-CWSODC
           IF   CWSODC-VIOLACOES > 0
                ADD 1 TO TOT-COM-CONFLITO
                PERFORM 320-IMPRIME THRU 320-99-FIM
                        VARYING V FROM 1 BY 1
                          UNTIL V > CWSODC-VIOLACOES
                             OR CWIMPR-END-PRINT
           END-IF

           MOVE SALVA-CHAVE TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-NEXT        TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       310-99-FIM. EXIT.

       320-IMPRIME.

           ADD  1 TO TOT-VIOLACOES
           MOVE CWSODC-USUARIO       TO SDL-USUARIO
           MOVE CWSODC-REGRA (V)     TO SDL-REGRA
           MOVE CWSODC-PROGRAMAS (V) TO SDL-PROGRAMAS
           MOVE SPACES               TO SDL-POR
           IF   CWSODC-SX-TEXTO (V) = SPACES
           OR   CWSODC-SX-TEXTO (V) = LOW-VALUES
                ADD  1 TO TOT-SEM-JUSTIFICATIVA
                MOVE "*** SEM JUSTIFICATIVA ***" TO SDL-JUSTIFICATIVA
           ELSE
                MOVE CWSODC-SX-TEXTO (V) TO SDL-JUSTIFICATIVA
                MOVE CWSODC-SX-DATA (V)  TO DATA-SX
                STRING "por " DELIMITED BY SIZE
                       CWSODC-SX-POR (V) DELIMITED BY SPACE
                       " em " DATA-SX-DIA "/" DATA-SX-MES "/"
                       DATA-SX-ANO DELIMITED BY SIZE
                  INTO SDL-POR
           END-IF
           MOVE LINHA-SD-2 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE CWSODC-DESCRICAO (V) TO SDL-DESCRICAO
           MOVE LINHA-SD-3 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR.

       320-99-FIM. EXIT.

       330-TOTAIS.

           IF   CWIMPR-END-PRINT
                GO TO 330-99-FIM
           END-IF
           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "Usuarios conferidos            :" TO SDL-ROTULO
           MOVE TOT-USUARIOS TO SDL-TOTAL
           MOVE LINHA-SD-4 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "Usuarios com conflito          :" TO SDL-ROTULO
           MOVE TOT-COM-CONFLITO TO SDL-TOTAL
           MOVE LINHA-SD-4 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "Violacoes                      :" TO SDL-ROTULO
           MOVE TOT-VIOLACOES TO SDL-TOTAL
           MOVE LINHA-SD-4 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE "Violacoes sem justificativa    :" TO SDL-ROTULO
           MOVE TOT-SEM-JUSTIFICATIVA TO SDL-TOTAL
           MOVE LINHA-SD-4 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           SET CWIMPR-CLOSE TO TRUE
           CALL "CWIMPR" USING PARAMETROS-CWIMPR.

       330-99-FIM. EXIT.

       800-INICIAIS.

           DISPLAY "CWCRON" UPON ENVIRONMENT-NAME
           ACCEPT  CRON     FROM ENVIRONMENT-VALUE
           INSPECT CRON CONVERTING MINUSCULAS TO MAIUSCULAS
           DISPLAY "CWSODM_BATCH" UPON ENVIRONMENT-NAME
           ACCEPT  BATCH          FROM ENVIRONMENT-VALUE
           INSPECT BATCH CONVERTING MINUSCULAS TO MAIUSCULAS
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
           MOVE "CWSODM" TO CWSODC-ORIGEM
           MOVE 1 TO CWBOXS-OPTION.

       800-99-FIM. EXIT.

       900-FINAIS.

           SET CWSQLC-CLOSE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       900-99-FIM. EXIT.

       END PROGRAM CWSODM.
