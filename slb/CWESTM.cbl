       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWESTM.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Cadastro de estacoes ("ET"): nome da estacao *
                      *  (o que o CWMEN0 apura no logon), localizacao,*
                      *  filial e a impressora "03" mais proxima.     *
                      *  Quem marca no seu "PS" a impressora da       *
                      *  estacao imprime nela pelo CWIMPR, de onde    *
                      *  estiver.  Estacoes que entraram no logon sem *
                      *  cadastro ("EN") e estacoes citadas nas       *
                      *  restricoes do CWRSTU sem cadastro saem no    *
                      *  relatorio CWESTMN.  Manutencao e relatorio   *
                      *  de pendencias restritos a niveis 8 e 9, com  *
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
           05 R                        PIC  9(003) VALUE 0.
           05 ET-ESTACAO               PIC  X(030) VALUE SPACES.
           05 ET-LOCAL                 PIC  X(050) VALUE SPACES.
           05 ET-FILIAL                PIC  X(030) VALUE SPACES.
           05 ET-IMPRESSORA            PIC  X(008) VALUE SPACES.
           05 ET-EXISTE                PIC  X(001) VALUE SPACE.
           05 PF-USUARIO               PIC  X(030) VALUE SPACES.
           05 PF-OPCAO                 PIC  X(001) VALUE SPACE.
           05 PF-ESTACAO               PIC  X(030) VALUE SPACES.
           05 DATA-W                   PIC  9(008) VALUE 0.
           05 DATA-ED                  PIC  X(010) VALUE SPACES.
           05 NOME                     PIC  X(030) VALUE SPACES.
           05 TASK                     PIC  9(006) VALUE 0.
           05 PROGRAMA                 PIC  X(008) VALUE SPACES.
           05 NIVEL-OPERADOR           PIC  9(001) VALUE 0.
           05 OBS                      PIC  X(078) VALUE SPACES.
      *    Estacoes citadas nas restricoes de logon dos "PS"
           05 TOT-RS                   PIC  9(003) VALUE 0.
           05 RS-TB OCCURS 500.
              10 RS-USUARIO            PIC  X(030).
              10 RS-ESTACAO            PIC  X(030).

       01  LINHAS-DE-IMPRESSAO-ET.
       02  LINHA-ET-1.
           05 FILLER                   PIC  X(031) VALUE
              "ESTACAO".
           05 FILLER                   PIC  X(036) VALUE
              "LOCALIZACAO".
           05 FILLER                   PIC  X(031) VALUE
              "FILIAL".
           05 FILLER                   PIC  X(010) VALUE
              "IMPRESSORA".
       02  LINHA-ET-2.
           05 ETL-ESTACAO              PIC  X(030) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 ETL-LOCAL                PIC  X(035) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 ETL-FILIAL               PIC  X(030) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 ETL-IMPRESSORA           PIC  X(008) VALUE SPACES.
       02  LINHA-EN-1.
           05 FILLER                   PIC  X(031) VALUE
              "ESTACAO".
           05 FILLER                   PIC  X(031) VALUE
              "ULTIMO USUARIO / RESTRICAO DE".
           05 FILLER                   PIC  X(022) VALUE
              "1O. LOGON  ULTIMO".
           05 FILLER                   PIC  X(008) VALUE
              "LOGONS".
           05 FILLER                   PIC  X(010) VALUE
              "ORIGEM".
       02  LINHA-EN-2.
           05 ENL-ESTACAO              PIC  X(030) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 ENL-USUARIO              PIC  X(030) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 ENL-PRIMEIRA             PIC  X(010) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 ENL-ULTIMA               PIC  X(010) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 ENL-LOGONS               PIC  ZZZ.ZZ9 VALUE 0.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 ENL-ORIGEM               PIC  X(010) VALUE SPACES.

       COPY CWBOXS.
       COPY CWBOXW.
       COPY CWSEND.
       COPY CWIMPR.
       COPY CWCONF.

       PROCEDURE DIVISION.

       000-INICIO.

           PERFORM 800-INICIAIS THRU 800-99-FIM
           PERFORM 100-MENU     THRU 100-99-FIM
                   UNTIL CWBOXS-OPTION = 0
           PERFORM 900-FINAIS   THRU 900-99-FIM.

       000-99-FIM. GOBACK.

       100-MENU.

           MOVE 09  TO CWBOXS-LINE
           MOVE 10  TO CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE "Cadastro de estacoes:" TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           MOVE "~Incluir/alterar"          TO CWBOXS-TEXT (1)
           MOVE "~Excluir"                  TO CWBOXS-TEXT (2)
           MOVE "~Listar"                   TO CWBOXS-TEXT (3)
           MOVE "estacoes ~Nao cadastradas" TO CWBOXS-TEXT (4)
           MOVE "~Impressora da estacao"    TO CWBOXS-TEXT (5)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           IF   CWBOXS-OPTION = 1 OR 2 OR 4
           AND  NIVEL-OPERADOR < 8
                MOVE "Cadastro de estacoes exige nivel 8 ou 9"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                MOVE 1 TO CWBOXS-OPTION
                GO TO 100-99-FIM
           END-IF
           EVALUATE CWBOXS-OPTION
               WHEN 1 PERFORM 110-GRAVA      THRU 110-99-FIM
               WHEN 2 PERFORM 120-EXCLUI     THRU 120-99-FIM
               WHEN 3 PERFORM 130-LISTA      THRU 130-99-FIM
               WHEN 4 PERFORM 140-PENDENTES  THRU 140-99-FIM
               WHEN 5 PERFORM 150-PREFERENCIA THRU 150-99-FIM
           END-EVALUATE.

       100-99-FIM. EXIT.

       110-GRAVA.

           MOVE 08 TO CWBOXW-LINE
           MOVE 03 TO CWBOXW-COLUMN
           MOVE 06 TO CWBOXW-VERTICAL-LENGTH
           MOVE 74 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "090516" "Estacao     :"
           MOVE SPACES TO ET-ESTACAO
           ACCEPT ET-ESTACAO AT 0920 WITH UPDATE
           IF   ET-ESTACAO = SPACES
                GO TO 110-FECHA
           END-IF
           MOVE SPACES TO ET-LOCAL ET-FILIAL ET-IMPRESSORA
           PERFORM 200-LE-ET THRU 200-99-FIM
           IF   FS-CWCONF < "10"
                MOVE CWCONF-LABEL           TO ET-LOCAL
                MOVE CWCONF-ARQUIVO         TO ET-FILIAL
                MOVE CWCONF-PRINTER-DEFAULT TO ET-IMPRESSORA
           END-IF
           CALL "CWMSGW" USING "100516" "Localizacao :"
           CALL "CWMSGW" USING "110516" "Filial      :"
           CALL "CWMSGW" USING "120516" "Impressora  :"
           ACCEPT ET-LOCAL      AT 1020 WITH UPDATE
           ACCEPT ET-FILIAL     AT 1120 WITH UPDATE
           ACCEPT ET-IMPRESSORA AT 1220 WITH UPDATE

           IF   ET-IMPRESSORA NOT = SPACES
                MOVE "03"          TO CWCONF-REG03
                MOVE ET-IMPRESSORA TO CWCONF-ARQUIVO
                SET CWSQLC-READ        TO TRUE
                SET CWSQLC-EQUAL       TO TRUE
                SET CWSQLC-IGNORE-LOCK TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
                IF   FS-CWCONF NOT < "10"
                     MOVE "Impressora sem registro 03" TO CWSEND-MSG
                     CALL "CWSEND" USING PARAMETROS-CWSEND
                     GO TO 110-FECHA
                END-IF
           END-IF

           PERFORM 200-LE-ET THRU 200-99-FIM
           IF   FS-CWCONF < "10"
                MOVE "S" TO ET-EXISTE
                SET CWSQLC-REWRITE TO TRUE
           ELSE
                MOVE "N"        TO ET-EXISTE
                MOVE LOW-VALUES TO CWCONF-REG
                MOVE "ET"       TO CWCONF-TIPO
                MOVE SPACES     TO CWCONF-CHAVE
                MOVE ET-ESTACAO TO CWCONF-CHAVE (1: 30)
                SET CWSQLC-WRITE TO TRUE
           END-IF
           MOVE ET-LOCAL      TO CWCONF-LABEL
           MOVE ET-FILIAL     TO CWCONF-ARQUIVO
           MOVE ET-IMPRESSORA TO CWCONF-PRINTER-DEFAULT
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO

      *    Cadastrada, a estacao sai da relacao das nao cadastradas
           IF   ET-EXISTE = "N"
                MOVE "EN"       TO CWCONF-REG
                MOVE SPACES     TO CWCONF-CHAVE
                MOVE ET-ESTACAO TO CWCONF-CHAVE (1: 30)
                SET CWSQLC-READ  TO TRUE
                SET CWSQLC-EQUAL TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
                IF   FS-CWCONF < "10"
                     SET CWSQLC-DELETE TO TRUE
                     CALL "CWCONF" USING CWSQLC CWCONF-REG
                                         FS-CWCONF KCO PCO
                END-IF
           END-IF
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", cadastrou estacao ' DELIMITED BY SIZE
                  ET-ESTACAO DELIMITED BY SPACE
                  " impressora " DELIMITED BY SIZE
                  ET-IMPRESSORA DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE "Estacao gravada" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       110-FECHA.

           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           MOVE 1 TO CWBOXS-OPTION.

       110-99-FIM. EXIT.

       120-EXCLUI.

           MOVE 10 TO CWBOXW-LINE
           MOVE 10 TO CWBOXW-COLUMN
           MOVE 03 TO CWBOXW-VERTICAL-LENGTH
           MOVE 50 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "111216" "Estacao     :"
           MOVE SPACES TO ET-ESTACAO
           ACCEPT ET-ESTACAO AT 1126 WITH UPDATE
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           IF   ET-ESTACAO = SPACES
                GO TO 120-FIM-EXCLUI
           END-IF
           MOVE "ET"       TO CWCONF-REG
           MOVE SPACES     TO CWCONF-CHAVE
           MOVE ET-ESTACAO TO CWCONF-CHAVE (1: 30)
           SET CWSQLC-READ  TO TRUE
           SET CWSQLC-EQUAL TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                SET CWSQLC-DELETE TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
                MOVE SPACES TO OBS
                STRING '"' DELIMITED BY SIZE
                       NOME DELIMITED BY SPACE
                       '", excluiu estacao ' DELIMITED BY SIZE
                       ET-ESTACAO DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                  INTO OBS
                CALL "CWLOGW" USING "#" OBS
                MOVE "Estacao excluida" TO CWSEND-MSG
           ELSE
                MOVE "Estacao nao cadastrada" TO CWSEND-MSG
           END-IF
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       120-FIM-EXCLUI.

           MOVE 1 TO CWBOXS-OPTION.

       120-99-FIM. EXIT.

       130-LISTA.

           MOVE "CONFIGURACAO"     TO CWIMPR-TITLE
           MOVE "ESTACOES"         TO CWIMPR-SUB-TITLE
           MOVE "Config/Estacoes"  TO CWIMPR-NOTE
           SET  CWIMPR-SIZE-132 TO TRUE
           MOVE LINHA-ET-1         TO CWIMPR-HEADER-1
           MOVE "CWESTMA"          TO CWIMPR-REPORT
           MOVE "ET"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "ET")
                      OR CWIMPR-END-PRINT
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "ET"
                        MOVE CWCONF-CHAVE (1: 30)   TO ETL-ESTACAO
                        MOVE CWCONF-LABEL           TO ETL-LOCAL
                        MOVE CWCONF-ARQUIVO         TO ETL-FILIAL
                        MOVE CWCONF-PRINTER-DEFAULT TO ETL-IMPRESSORA
                        MOVE LINHA-ET-2             TO CWIMPR-DETAIL
                        CALL "CWIMPR" USING PARAMETROS-CWIMPR
                   END-IF
           END-PERFORM
           IF   NOT CWIMPR-END-PRINT
                SET CWIMPR-CLOSE TO TRUE
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF
           MOVE 1 TO CWBOXS-OPTION.

       130-99-FIM. EXIT.

      *    Estacoes sem cadastro: as que entraram no logon ("EN") e
      *    as citadas nas restricoes de logon dos usuarios (CWRSTU)
       140-PENDENTES.

           MOVE "CONFIGURACAO"              TO CWIMPR-TITLE
           MOVE "ESTACOES NAO CADASTRADAS"  TO CWIMPR-SUB-TITLE
           MOVE "Config/Estacoes"           TO CWIMPR-NOTE
           SET  CWIMPR-SIZE-132 TO TRUE
           MOVE LINHA-EN-1                  TO CWIMPR-HEADER-1
           MOVE "CWESTMN"                   TO CWIMPR-REPORT
           MOVE "EN"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "EN")
                      OR CWIMPR-END-PRINT
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "EN"
                        MOVE SPACES                TO LINHA-EN-2
                        MOVE CWCONF-CHAVE (1: 30)  TO ENL-ESTACAO
                        MOVE CWCONF-NOME           TO ENL-USUARIO
                        MOVE CWCONF-BL-INICIO      TO DATA-W
                        PERFORM 210-EDITA-DATA THRU 210-99-FIM
                        MOVE DATA-ED               TO ENL-PRIMEIRA
                        MOVE CWCONF-ULTIMO-LOGIN-DATA TO DATA-W
                        PERFORM 210-EDITA-DATA THRU 210-99-FIM
                        MOVE DATA-ED               TO ENL-ULTIMA
                        MOVE CWCONF-UC-CONTADOR    TO ENL-LOGONS
                        MOVE "LOGON"               TO ENL-ORIGEM
                        MOVE LINHA-EN-2            TO CWIMPR-DETAIL
                        CALL "CWIMPR" USING PARAMETROS-CWIMPR
                   END-IF
           END-PERFORM

      *    Restricoes: os pares usuario/estacao sao juntados antes da
      *    conferencia, que reposiciona o CWCONF
           MOVE 0    TO TOT-RS
           MOVE "PS" TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "PS")
                      OR TOT-RS = 500
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "PS"
                        PERFORM VARYING I FROM 1 BY 1
                                UNTIL I > 10 OR TOT-RS = 500
                                IF   CWCONF-NM-OPCAO (I) (1: 30)
                                     NOT = SPACES
                                AND  CWCONF-NM-OPCAO (I) (1: 30)
                                     NOT = LOW-VALUES
                                     ADD  1 TO TOT-RS
                                     MOVE CWCONF-NOME
                                       TO RS-USUARIO (TOT-RS)
                                     MOVE CWCONF-NM-OPCAO (I) (1: 30)
                                       TO RS-ESTACAO (TOT-RS)
                                END-IF
                        END-PERFORM
                   END-IF
           END-PERFORM
           PERFORM VARYING R FROM 1 BY 1
                   UNTIL R > TOT-RS OR CWIMPR-END-PRINT
                   MOVE RS-ESTACAO (R) TO ET-ESTACAO
                   PERFORM 200-LE-ET THRU 200-99-FIM
                   IF   FS-CWCONF NOT < "10"
                        MOVE SPACES         TO LINHA-EN-2
                        MOVE RS-ESTACAO (R) TO ENL-ESTACAO
                        MOVE RS-USUARIO (R) TO ENL-USUARIO
                        MOVE "RESTRICAO"    TO ENL-ORIGEM
                        MOVE LINHA-EN-2     TO CWIMPR-DETAIL
                        CALL "CWIMPR" USING PARAMETROS-CWIMPR
                   END-IF
           END-PERFORM
           IF   NOT CWIMPR-END-PRINT
                SET CWIMPR-CLOSE TO TRUE
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF
           MOVE 1 TO CWBOXS-OPTION.

       140-99-FIM. EXIT.

      *    Escolha do "PS": imprimir na impressora da estacao do
      *    logon ou na impressora padrao do usuario.  Niveis 8/9
      *    podem marcar por outro usuario
       150-PREFERENCIA.

           MOVE 10 TO CWBOXW-LINE
           MOVE 10 TO CWBOXW-COLUMN
           MOVE 05 TO CWBOXW-VERTICAL-LENGTH
           MOVE 58 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "111213" "Usuario          :"
           CALL "CWMSGW" USING "121213" "Estacao atual    :"
           CALL "CWMSGW" USING "131213" "Usar a da estacao:"
           DISPLAY "CWESTACAO" UPON ENVIRONMENT-NAME
           ACCEPT  PF-ESTACAO  FROM ENVIRONMENT-VALUE
           CALL "CWMSGW" USING "121230" PF-ESTACAO
           MOVE NOME TO PF-USUARIO
           IF   NIVEL-OPERADOR NOT < 8
                ACCEPT PF-USUARIO AT 1132 WITH UPDATE
                IF   PF-USUARIO = SPACES
                     GO TO 150-FECHA
                END-IF
           ELSE
                CALL "CWMSGW" USING "111230" PF-USUARIO
           END-IF
           MOVE "PS"       TO CWCONF-REG
           MOVE PF-USUARIO TO CWCONF-NOME
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT < "10"
                MOVE "Usuario nao cadastrado" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 150-FECHA
           END-IF
           IF   CWCONF-USA-IMPRESSORA-ESTACAO
                MOVE "S" TO PF-OPCAO
           ELSE
                MOVE "N" TO PF-OPCAO
           END-IF
           ACCEPT PF-OPCAO AT 1332 WITH UPDATE
           IF   PF-OPCAO = "s"
                MOVE "S" TO PF-OPCAO
           END-IF
           IF   PF-OPCAO NOT = "S"
                MOVE "N" TO PF-OPCAO
           END-IF
           MOVE "PS"       TO CWCONF-REG
           MOVE PF-USUARIO TO CWCONF-NOME
           SET CWSQLC-READ  TO TRUE
           SET CWSQLC-EQUAL TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT < "10"
                GO TO 150-FECHA
           END-IF
           MOVE PF-OPCAO TO CWCONF-IMPRESSORA-ESTACAO
           SET CWSQLC-REWRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", impressora da estacao para ' DELIMITED BY SIZE
                  PF-USUARIO DELIMITED BY SPACE
                  ": " PF-OPCAO "." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           IF   PF-OPCAO = "S"
                MOVE "Impressao vai para a impressora da estacao"
                  TO CWSEND-MSG
           ELSE
                MOVE "Impressao vai para a impressora padrao"
                  TO CWSEND-MSG
           END-IF
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       150-FECHA.

           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           MOVE 1 TO CWBOXS-OPTION.

       150-99-FIM. EXIT.

       200-LE-ET.

           MOVE "ET"       TO CWCONF-REG
           MOVE SPACES     TO CWCONF-CHAVE
           MOVE ET-ESTACAO TO CWCONF-CHAVE (1: 30)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       200-99-FIM. EXIT.

       210-EDITA-DATA.

           MOVE SPACES TO DATA-ED
           IF   DATA-W NUMERIC
           AND  DATA-W > 0
                STRING DATA-W (7: 2) "/" DATA-W (5: 2) "/"
                       DATA-W (1: 4) DELIMITED BY SIZE
                  INTO DATA-ED
           END-IF.

       210-99-FIM. EXIT.

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

       END PROGRAM CWESTM.
