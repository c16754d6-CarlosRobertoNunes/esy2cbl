       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWAMBR.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Refaz os dados de um ambiente de treinamento *
                      *  ou homologacao ("AM") a partir de uma        *
                      *  geracao do backup da producao (CWDBKP): cada *
                      *  arquivo do cadastro "02" (menos os marcados  *
                      *  fora) vai do CWDBKP_PATH para o path de      *
                      *  dados do ambiente, mascarado pelo CWDBMK     *
                      *  (CWAMBR_MASCARA=N copia sem mascarar), e sai *
                      *  o manifesto CWAMBRA.  Roda do CWCONF da      *
                      *  producao; ambiente "P" nunca e' destino.     *
                      *  Pela tela so niveis 8 e 9.  CWAMBR_MODO=     *
                      *  REFRESH roda sem telas com o ambiente em     *
                      *  CWAMBR_AMBIENTE e a geracao em CWAMBR_       *
                      *  GERACAO (1 por falta); RETURN-CODE 0 = tudo  *
                      *  copiado, 4 = alguma falha, 8 = nao rodou.    *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 I                        PIC  9(003) VALUE 0.
           05 BATCH-PEDIDO             PIC  X(010) VALUE SPACES.
           05 NOME                     PIC  X(030) VALUE SPACES.
           05 TASK                     PIC  9(006) VALUE 0.
           05 PROGRAMA                 PIC  X(008) VALUE SPACES.
           05 NIVEL-OPERADOR           PIC  9(001) VALUE 0.
           05 OBS                      PIC  X(078) VALUE SPACES.
           05 BARRA                    PIC  X(001) VALUE "/".
           05 PATH-BKP                 PIC  X(060) VALUE SPACES.
           05 GERACOES                 PIC  9(001) VALUE 3.
           05 GERACOES-CHAR            PIC  X(001) VALUE SPACE.
           05 ORG-PADRAO               PIC  X(001) VALUE "L".
           05 COMANDO                  PIC  X(300) VALUE SPACES.
           05 LB-GERACAO               PIC  X(255) VALUE SPACES.
           05 LB-DESTINO               PIC  X(255) VALUE SPACES.
           05 KB-GERACAO               PIC  9(009) VALUE 0.
           05 KB-DESTINO               PIC  9(009) VALUE 0.
           05 COPIADOS                 PIC  9(003) VALUE 0.
           05 FALHAS                   PIC  9(003) VALUE 0.
           05 RF-AMBIENTE              PIC  X(010) VALUE SPACES.
           05 RF-GERACAO               PIC  9(001) VALUE 1.
           05 RF-GERACAO-CHAR          PIC  X(001) VALUE SPACE.
           05 RF-MASCARA               PIC  X(001) VALUE "S".
           05 RF-TIPO                  PIC  X(001) VALUE SPACE.
           05 RF-DADOS                 PIC  X(060) VALUE SPACES.
           05 RF-OK                    PIC  X(001) VALUE "N".
           05 RF-PRODUCAO              PIC  X(001) VALUE "N".
           05 RETORNO                  PIC  9(001) VALUE 0.
           05 BK-FILE-DETAILS.
              10 BK-FILE-SIZE          PIC 9(008) COMP-X.
              10 BK-FILE-DATE          PIC X(004).
              10 BK-FILE-TIME          PIC X(005).
           05 BK-STATUS                PIC  9(002) COMP-X VALUE 0.
      *    Arquivos do cadastro "02" da producao
           05 TOT-ARQUIVOS             PIC  9(003) VALUE 0.
           05 TABELA-ARQUIVOS.
              10 AR-TB OCCURS 200.
                 15 AR-NOME            PIC  X(030).
                 15 AR-FORA            PIC  X(001).

       01  LINHAS-DE-IMPRESSAO-RF.
       02  LINHA-RF-1.
           05 FILLER                   PIC  X(055) VALUE
              "ARQUIVO                       KB GERACAO   KB DESTINO  ".
           05 FILLER                   PIC  X(015) VALUE
              "SITUACAO".
       02  LINHA-RF-2.
           05 RF-ARQUIVO               PIC  X(030) VALUE SPACES.
           05 RF-KB-GERACAO            PIC  ZZZ.ZZZ.ZZ9.
           05 RF-KB-DESTINO            PIC  ZZZ.ZZZ.ZZ9.
           05 FILLER                   PIC  X(002) VALUE SPACES.
           05 RF-SITUACAO              PIC  X(020) VALUE SPACES.

       COPY CWBOXW.
       COPY CWSEND.
       COPY CWIMPR.
       COPY CWUNIX.
       COPY CWCONF.
       COPY CWDBMK.

       PROCEDURE DIVISION.

       000-INICIO.

           PERFORM 800-INICIAIS THRU 800-99-FIM
           IF   RETORNO = 0
                IF   BATCH-PEDIDO = "REFRESH"
                     PERFORM 100-REFAZ THRU 100-99-FIM
                ELSE
                     PERFORM 050-TELA  THRU 050-99-FIM
                END-IF
                PERFORM 900-FINAIS THRU 900-99-FIM
           END-IF
           MOVE RETORNO TO RETURN-CODE.

       000-99-FIM. GOBACK.

       050-TELA.

           IF   NIVEL-OPERADOR < 8
                MOVE "Refazer ambiente exige nivel 8 ou 9"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 050-99-FIM
           END-IF
           MOVE 10 TO CWBOXW-LINE
           MOVE 10 TO CWBOXW-COLUMN
           MOVE 05 TO CWBOXW-VERTICAL-LENGTH
           MOVE 50 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "111220" "Ambiente           :"
           CALL "CWMSGW" USING "121220" "Geracao (1 = nova) :"
           CALL "CWMSGW" USING "131220" "Mascarar (S/N)     :"
           ACCEPT RF-AMBIENTE AT 1133 WITH UPDATE
           ACCEPT RF-GERACAO  AT 1233 WITH UPDATE
           ACCEPT RF-MASCARA  AT 1333 WITH UPDATE
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           IF   RF-AMBIENTE = SPACES
           OR   RF-GERACAO = 0
                GO TO 050-99-FIM
           END-IF
           IF   RF-MASCARA = "n"
                MOVE "N" TO RF-MASCARA
           END-IF
           IF   RF-MASCARA NOT = "N"
                MOVE "S" TO RF-MASCARA
           END-IF

           MOVE SPACES TO CWSEND-MSG CWSEND-SCREENS
           STRING "Refazer o ambiente " DELIMITED BY SIZE
                  RF-AMBIENTE DELIMITED BY SPACE
                  " com a geracao " RF-GERACAO
                  " da producao ?" DELIMITED BY SIZE
             INTO CWSEND-MSG
           MOVE "~Confirmar" TO CWSEND-SCREEN (1)
           MOVE "~Voltar"    TO CWSEND-SCREEN (2)
           MOVE 2            TO CWSEND-OPTION
           CALL "CWSEND" USING PARAMETROS-CWSEND
           MOVE SPACES TO CWSEND-SCREENS
           IF   CWSEND-OPTION NOT = 1
                GO TO 050-99-FIM
           END-IF

           PERFORM 100-REFAZ THRU 100-99-FIM
           IF   RF-OK = "S"
                MOVE SPACES TO CWSEND-MSG
                STRING "Ambiente refeito: " COPIADOS " copiados, "
                       FALHAS " falhas (relatorio CWAMBRA)"
                       DELIMITED BY SIZE INTO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-IF.

       050-99-FIM. EXIT.

       100-REFAZ.

           MOVE "N" TO RF-OK
           PERFORM 110-CONFERE-AMBIENTE THRU 110-99-FIM
           IF   RF-OK NOT = "S"
                MOVE 8 TO RETORNO
                GO TO 100-99-FIM
           END-IF
           PERFORM 120-CARREGA-02 THRU 120-99-FIM
           MOVE 0 TO COPIADOS FALHAS

           MOVE "AMBIENTES"             TO CWIMPR-TITLE
           MOVE SPACES                  TO CWIMPR-SUB-TITLE
           STRING "REFAZ " DELIMITED BY SIZE
                  RF-AMBIENTE DELIMITED BY SPACE
                  " - GERACAO " RF-GERACAO " DA PRODUCAO"
                  DELIMITED BY SIZE
             INTO CWIMPR-SUB-TITLE
           MOVE "Config/Ambientes"      TO CWIMPR-NOTE
           MOVE LINHA-RF-1              TO CWIMPR-HEADER-1
           MOVE "CWAMBRA"               TO CWIMPR-REPORT

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOT-ARQUIVOS
                                            OR CWIMPR-END-PRINT
                   IF   AR-FORA (I) = "X"
                        MOVE AR-NOME (I) TO RF-ARQUIVO
                        MOVE 0           TO RF-KB-GERACAO RF-KB-DESTINO
                        MOVE "FORA DO BACKUP" TO RF-SITUACAO
                        MOVE LINHA-RF-2  TO CWIMPR-DETAIL
                        CALL "CWIMPR" USING PARAMETROS-CWIMPR
                   ELSE
                        PERFORM 130-REFAZ-ARQUIVO THRU 130-99-FIM
                   END-IF
           END-PERFORM

           IF   NOT CWIMPR-END-PRINT
                SET CWIMPR-CLOSE TO TRUE
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF
           IF   FALHAS > 0
                MOVE 4 TO RETORNO
           END-IF
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", refez o ambiente ' DELIMITED BY SIZE
                  RF-AMBIENTE DELIMITED BY SPACE
                  " da geracao " RF-GERACAO ": " COPIADOS
                  " copiados, " FALHAS " falhas." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS.

       100-99-FIM. EXIT.

      *    O destino tem de ser um ambiente cadastrado, que nao seja
      *    de producao e com path de dados proprio: nem o diretorio
      *    corrente nem o path de dados de um ambiente "P"
       110-CONFERE-AMBIENTE.

           MOVE "AM"        TO CWCONF-REG
           MOVE SPACES      TO CWCONF-CHAVE
           MOVE RF-AMBIENTE TO CWCONF-CHAVE (1: 10)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT < "10"
                MOVE "Ambiente nao cadastrado neste CWCONF"
                  TO CWSEND-MSG
                GO TO 110-RECUSA
           END-IF
           MOVE CWCONF-DESTINO  TO RF-TIPO
           MOVE CWCONF-PERGUNTA TO RF-DADOS
           IF   RF-TIPO = "P"
                MOVE "Ambiente de producao nao pode ser refeito"
                  TO CWSEND-MSG
                GO TO 110-RECUSA
           END-IF
           IF   RF-DADOS = SPACES OR "." OR "./" OR ".\"
                MOVE "Ambiente sem path de dados proprio"
                  TO CWSEND-MSG
                GO TO 110-RECUSA
           END-IF
           MOVE "N"  TO RF-PRODUCAO
           MOVE "AM" TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "AM")
                      OR RF-PRODUCAO = "S"
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "AM"
                   AND  CWCONF-DESTINO = "P"
                   AND  CWCONF-PERGUNTA = RF-DADOS
                        MOVE "S" TO RF-PRODUCAO
                   END-IF
           END-PERFORM
           IF   RF-PRODUCAO = "S"
                MOVE "Destino nao pode ser o path de producao"
                  TO CWSEND-MSG
                GO TO 110-RECUSA
           END-IF
           IF   RF-GERACAO = 0
           OR   RF-GERACAO > GERACOES
                MOVE "Geracao fora das guardadas pelo backup"
                  TO CWSEND-MSG
                GO TO 110-RECUSA
           END-IF
           MOVE "S" TO RF-OK
           GO TO 110-99-FIM.

       110-RECUSA.

           MOVE SPACES TO OBS
           STRING "Ambiente " DELIMITED BY SIZE
                  RF-AMBIENTE DELIMITED BY SPACE
                  " nao refeito: " DELIMITED BY SIZE
                  CWSEND-MSG DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           IF   BATCH-PEDIDO NOT = "REFRESH"
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-IF.

       110-99-FIM. EXIT.

       120-CARREGA-02.

           MOVE 0    TO TOT-ARQUIVOS
           MOVE "02" TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "02")
                      OR TOT-ARQUIVOS = 200
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "02"
                        ADD  1 TO TOT-ARQUIVOS
                        MOVE CWCONF-ARQUIVO
                          TO AR-NOME (TOT-ARQUIVOS)
                        MOVE CWCONF-DESTINO
                          TO AR-FORA (TOT-ARQUIVOS)
                   END-IF
           END-PERFORM.

       120-99-FIM. EXIT.

      *    Arquivo I: a geracao do backup (mesmo nome que o CWDBKP
      *    monta) vai para o path de dados do ambiente
       130-REFAZ-ARQUIVO.

           MOVE AR-NOME (I) TO RF-ARQUIVO
           MOVE 0 TO KB-GERACAO KB-DESTINO
           MOVE SPACES TO LB-GERACAO LB-DESTINO
           STRING PATH-BKP    DELIMITED BY SPACE
                  BARRA       DELIMITED BY SIZE
                  AR-NOME (I) DELIMITED BY SPACE
                  ".G0"       DELIMITED BY SIZE
                  RF-GERACAO  DELIMITED BY SIZE
             INTO LB-GERACAO
           STRING RF-DADOS    DELIMITED BY SPACE
                  BARRA       DELIMITED BY SIZE
                  AR-NOME (I) DELIMITED BY SPACE
             INTO LB-DESTINO
           IF   LB-DESTINO = AR-NOME (I)
           OR   LB-DESTINO = LB-GERACAO
                MOVE 0           TO RF-KB-GERACAO RF-KB-DESTINO
                MOVE "*DESTINO = PRODUCAO*" TO RF-SITUACAO
                ADD 1 TO FALHAS
                GO TO 130-IMPRIME
           END-IF
           CALL "CBL_CHECK_FILE_EXIST" USING LB-GERACAO
                                             BK-FILE-DETAILS
                                    RETURNING BK-STATUS
           IF   BK-STATUS NOT = 0
                MOVE 0           TO RF-KB-GERACAO RF-KB-DESTINO
                MOVE "GERACAO AUSENTE" TO RF-SITUACAO
                ADD 1 TO FALHAS
                GO TO 130-IMPRIME
           END-IF
           COMPUTE KB-GERACAO = BK-FILE-SIZE / 1024

      *    A copia anterior sai antes, para uma falha agora nao passar
      *    pelo arquivo que ja estava la
           CALL "CBL_DELETE_FILE" USING LB-DESTINO
           MOVE 0 TO RETURN-CODE
           IF   RF-MASCARA = "S"
                MOVE AR-NOME (I) TO CWDBMK-ARQUIVO
                MOVE LB-GERACAO  TO CWDBMK-ORIGEM
                MOVE LB-DESTINO  TO CWDBMK-DESTINO
                MOVE ORG-PADRAO  TO CWDBMK-ORG
                CALL "CWDBMK" USING PARAMETROS-CWDBMK
           ELSE
                MOVE SPACES TO COMANDO
                IF   CWUNIX-ON
                     STRING "cp "      DELIMITED BY SIZE
                            LB-GERACAO DELIMITED BY SPACE
                            " "        DELIMITED BY SIZE
                            LB-DESTINO DELIMITED BY SPACE
                       INTO COMANDO
                ELSE
                     STRING "copy /y " DELIMITED BY SIZE
                            LB-GERACAO DELIMITED BY SPACE
                            " "        DELIMITED BY SIZE
                            LB-DESTINO DELIMITED BY SPACE
                            " > NUL"   DELIMITED BY SIZE
                       INTO COMANDO
                END-IF
                MOVE 0 TO RETURN-CODE
                CALL "SYSTEM" USING COMANDO
                MOVE 0 TO RETURN-CODE
           END-IF

           CALL "CBL_CHECK_FILE_EXIST" USING LB-DESTINO
                                             BK-FILE-DETAILS
                                    RETURNING BK-STATUS
           IF   BK-STATUS = 0
                COMPUTE KB-DESTINO = BK-FILE-SIZE / 1024
           END-IF
           MOVE KB-GERACAO TO RF-KB-GERACAO
           MOVE KB-DESTINO TO RF-KB-DESTINO
           EVALUATE TRUE
               WHEN BK-STATUS NOT = 0
                    MOVE "*FALHA NA COPIA*" TO RF-SITUACAO
                    ADD 1 TO FALHAS
               WHEN RF-MASCARA = "S"
                AND CWDBMK-ERRO
                    MOVE "*FALHA MASCARA*"  TO RF-SITUACAO
                    ADD 1 TO FALHAS
               WHEN RF-MASCARA = "S"
                    MOVE "MASCARADO"        TO RF-SITUACAO
                    ADD 1 TO COPIADOS
               WHEN KB-DESTINO = KB-GERACAO
                    MOVE "COPIADO"          TO RF-SITUACAO
                    ADD 1 TO COPIADOS
               WHEN OTHER
                    MOVE "*FALHA NA COPIA*" TO RF-SITUACAO
                    ADD 1 TO FALHAS
           END-EVALUATE.

       130-IMPRIME.

           MOVE LINHA-RF-2 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR.

       130-99-FIM. EXIT.

       800-INICIAIS.

           DISPLAY "CWAMBR_MODO" UPON ENVIRONMENT-NAME
           ACCEPT  BATCH-PEDIDO  FROM ENVIRONMENT-VALUE
           INSPECT BATCH-PEDIDO
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "CWAMBR_AMBIENTE" UPON ENVIRONMENT-NAME
           ACCEPT  RF-AMBIENTE       FROM ENVIRONMENT-VALUE
           DISPLAY "CWAMBR_GERACAO"  UPON ENVIRONMENT-NAME
           ACCEPT  RF-GERACAO-CHAR   FROM ENVIRONMENT-VALUE
           IF   RF-GERACAO-CHAR NUMERIC
           AND  RF-GERACAO-CHAR NOT = "0"
                MOVE RF-GERACAO-CHAR TO RF-GERACAO
           END-IF
           DISPLAY "CWAMBR_MASCARA"  UPON ENVIRONMENT-NAME
           ACCEPT  RF-MASCARA        FROM ENVIRONMENT-VALUE
           IF   RF-MASCARA = "N" OR "n"
                MOVE "N" TO RF-MASCARA
           ELSE
                MOVE "S" TO RF-MASCARA
           END-IF
           DISPLAY "CWDBKP_PATH" UPON ENVIRONMENT-NAME
           ACCEPT  PATH-BKP      FROM ENVIRONMENT-VALUE
           IF   PATH-BKP = SPACES
                MOVE "CWBKP" TO PATH-BKP
           END-IF
           DISPLAY "CWDBKP_GERACOES" UPON ENVIRONMENT-NAME
           ACCEPT  GERACOES-CHAR     FROM ENVIRONMENT-VALUE
           IF   GERACOES-CHAR NUMERIC
           AND  GERACOES-CHAR NOT = "0"
                MOVE GERACOES-CHAR TO GERACOES
           END-IF
           DISPLAY "CWDBKP_ORG" UPON ENVIRONMENT-NAME
           ACCEPT  ORG-PADRAO   FROM ENVIRONMENT-VALUE
           IF   ORG-PADRAO NOT = "R" AND NOT = "r"
                MOVE "L" TO ORG-PADRAO
           ELSE
                MOVE "R" TO ORG-PADRAO
           END-IF
           CALL "CWUNIX" USING PARAMETROS-CWUNIX
           IF   CWUNIX-ON
                MOVE "/" TO BARRA
           ELSE
                MOVE "\" TO BARRA
           END-IF
           CALL "CWGETU" USING NOME TASK PROGRAMA "?"
           CANCEL "CWFILE"
           SET CWSQLC-UPDATE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT = "00"
                MOVE 8 TO RETORNO
                GO TO 800-99-FIM
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
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           SET CWSQLC-CLOSE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       900-99-FIM. EXIT.

       END PROGRAM CWAMBR.
