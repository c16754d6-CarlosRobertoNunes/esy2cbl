       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWDSCL.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Classes de dado sensivel ("DS"): codigo de   *
                      *  ate 5 (CPF, CNPJ, SAL, CONTA...), descricao  *
                      *  e ate 8 grupos "GU" que veem o valor em      *
                      *  claro.  O campo do dicionario "DD" aponta a  *
                      *  classe (CWDDMN); para quem nao esta num dos  *
                      *  grupos, CWBRWS, CWDMNT, CWRELT e CWDBCM      *
                      *  mostram o valor mascarado (CWDDMK).  Grupos  *
                      *  sem restricao veem sempre em claro.          *
                      *  Manutencao restrita a niveis 8 e 9, com      *
                      *  auditoria; a listagem traz as classes e os   *
                      *  campos marcados com cada uma.                *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 I                        PIC  9(003) VALUE 0.
           05 POS-ACCEPT               PIC  9(004) VALUE 0.
           05 DS-CLASSE                PIC  X(005) VALUE SPACES.
           05 DS-DESCRICAO             PIC  X(030) VALUE SPACES.
           05 DS-GRUPO OCCURS 8        PIC  X(022).
           05 DS-ACHOU                 PIC  X(001) VALUE SPACE.
           05 GRUPO-OK                 PIC  X(001) VALUE SPACE.
           05 NOME                     PIC  X(030) VALUE SPACES.
           05 TASK                     PIC  9(006) VALUE 0.
           05 PROGRAMA                 PIC  X(008) VALUE SPACES.
           05 NIVEL-OPERADOR           PIC  9(001) VALUE 0.
           05 OBS                      PIC  X(078) VALUE SPACES.

       01  LINHAS-DE-IMPRESSAO-DS.
       02  LINHA-DS-1.
           05 FILLER                   PIC  X(060) VALUE
              "CLASSE DESCRICAO                      GRUPOS EM CLARO".
       02  LINHA-DS-2.
           05 DSL-CLASSE               PIC  X(005) VALUE SPACES.
           05 FILLER                   PIC  X(002) VALUE SPACES.
           05 DSL-DESCRICAO            PIC  X(030) VALUE SPACES.
           05 FILLER                   PIC  X(002) VALUE SPACES.
           05 DSL-GRUPO                PIC  X(022) VALUE SPACES.
       02  LINHA-DS-3.
           05 DSL-ARQUIVO              PIC  X(030) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 DSL-LAYOUT               PIC  X(002) VALUE SPACES.
           05 FILLER                   PIC  X(002) VALUE SPACES.
           05 DSL-CAMPO                PIC  X(034) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 DSL-CLASSE-CAMPO         PIC  X(005) VALUE SPACES.

       COPY CWBOXS.
       COPY CWBOXW.
       COPY CWSEND.
       COPY CWIMPR.
       COPY CWCONF.

       PROCEDURE DIVISION.

       000-INICIO.

           PERFORM 800-INICIAIS THRU 800-99-FIM
           IF   NIVEL-OPERADOR < 8
                MOVE "Classes sensiveis exigem nivel 8 ou 9"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           ELSE
                PERFORM 100-MENU THRU 100-99-FIM
                        UNTIL CWBOXS-OPTION = 0
           END-IF
           PERFORM 900-FINAIS   THRU 900-99-FIM.

       000-99-FIM. GOBACK.

       100-MENU.

           MOVE 09  TO CWBOXS-LINE
           MOVE 10  TO CWBOXS-COLUMN
           MOVE "N" TO CWBOXS-ERASE
           MOVE "Classes de dado sensivel:" TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           MOVE "~Incluir/alterar" TO CWBOXS-TEXT (1)
           MOVE "~Excluir"         TO CWBOXS-TEXT (2)
           MOVE "~Listar"          TO CWBOXS-TEXT (3)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           EVALUATE CWBOXS-OPTION
               WHEN 1 PERFORM 110-GRAVA  THRU 110-99-FIM
               WHEN 2 PERFORM 120-EXCLUI THRU 120-99-FIM
               WHEN 3 PERFORM 130-LISTA  THRU 130-99-FIM
           END-EVALUATE.

       100-99-FIM. EXIT.

       110-GRAVA.

           MOVE 06 TO CWBOXW-LINE
           MOVE 05 TO CWBOXW-COLUMN
           MOVE 12 TO CWBOXW-VERTICAL-LENGTH
           MOVE 60 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "070722" "Classe            :"
           MOVE SPACES TO DS-CLASSE
           ACCEPT DS-CLASSE AT 0727 WITH UPDATE
           INSPECT DS-CLASSE
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF   DS-CLASSE = SPACES
                GO TO 110-FECHA
           END-IF
           PERFORM 200-LE-DS THRU 200-99-FIM
           MOVE SPACES TO DS-DESCRICAO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8
                   MOVE SPACES TO DS-GRUPO (I)
           END-PERFORM
           IF   DS-ACHOU = "S"
                MOVE CWCONF-LABEL TO DS-DESCRICAO
                PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8
                        MOVE CWCONF-NM-OPCAO (I) (1: 22)
                          TO DS-GRUPO (I)
                        IF   DS-GRUPO (I) = LOW-VALUES
                             MOVE SPACES TO DS-GRUPO (I)
                        END-IF
                END-PERFORM
           END-IF

           CALL "CWMSGW" USING "080722" "Descricao         :"
           ACCEPT DS-DESCRICAO AT 0827 WITH UPDATE
           CALL "CWMSGW" USING "090722" "Grupos em claro"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8
                   COMPUTE POS-ACCEPT = (8 + I) * 100 + 27
                   ACCEPT DS-GRUPO (I) AT POS-ACCEPT WITH UPDATE
           END-PERFORM

      *    Cada grupo informado precisa existir no "GU"; invalido e'
      *    limpo com aviso em vez de ficar liberando para ninguem
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8
                   IF   DS-GRUPO (I) NOT = SPACES
                        PERFORM 210-TESTA-GU THRU 210-99-FIM
                        IF   GRUPO-OK NOT = "S"
                             MOVE SPACES TO CWSEND-MSG
                             STRING "Grupo sem registro GU: "
                                    DS-GRUPO (I) DELIMITED BY SIZE
                               INTO CWSEND-MSG
                             CALL "CWSEND" USING PARAMETROS-CWSEND
                             MOVE SPACES TO DS-GRUPO (I)
                        END-IF
                   END-IF
           END-PERFORM

      *    Rele o "DS" (a validacao dos "GU" reposicionou o arquivo)
           PERFORM 200-LE-DS THRU 200-99-FIM
           IF   DS-ACHOU = "S"
                SET CWSQLC-REWRITE TO TRUE
           ELSE
                MOVE LOW-VALUES TO CWCONF-REG
                MOVE "DS"       TO CWCONF-TIPO
                MOVE SPACES     TO CWCONF-CHAVE
                MOVE DS-CLASSE  TO CWCONF-CHAVE (1: 5)
                PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                        MOVE SPACES TO CWCONF-NM-OPCAO (I)
                END-PERFORM
                SET CWSQLC-WRITE TO TRUE
           END-IF
           MOVE SPACES       TO CWCONF-LABEL
           MOVE DS-DESCRICAO TO CWCONF-LABEL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8
                   MOVE SPACES       TO CWCONF-NM-OPCAO (I)
                   MOVE DS-GRUPO (I) TO CWCONF-NM-OPCAO (I) (1: 22)
           END-PERFORM
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", gravou a classe sensivel ' DELIMITED BY SIZE
                  DS-CLASSE DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE "Classe sensivel gravada" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       110-FECHA.

           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           MOVE 1 TO CWBOXS-OPTION.

       110-99-FIM. EXIT.

      *    Excluir a classe nao desmarca os campos: campo com classe
      *    sem "DS" fica mascarado para todos os grupos com restricao
       120-EXCLUI.

           MOVE 10 TO CWBOXW-LINE
           MOVE 15 TO CWBOXW-COLUMN
           MOVE 03 TO CWBOXW-VERTICAL-LENGTH
           MOVE 40 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "111716" "Classe      :"
           MOVE SPACES TO DS-CLASSE
           ACCEPT DS-CLASSE AT 1132 WITH UPDATE
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           INSPECT DS-CLASSE
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF   DS-CLASSE = SPACES
                GO TO 120-FIM-EXCLUI
           END-IF
           PERFORM 200-LE-DS THRU 200-99-FIM
           IF   DS-ACHOU = "S"
                SET CWSQLC-DELETE TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
                MOVE SPACES TO OBS
                STRING '"' DELIMITED BY SIZE
                       NOME DELIMITED BY SPACE
                       '", excluiu a classe sensivel '
                       DELIMITED BY SIZE
                       DS-CLASSE DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                  INTO OBS
                CALL "CWLOGW" USING "#" OBS
                MOVE "Classe sensivel excluida" TO CWSEND-MSG
           ELSE
                MOVE "Classe nao cadastrada" TO CWSEND-MSG
           END-IF
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       120-FIM-EXCLUI.

           MOVE 1 TO CWBOXS-OPTION.

       120-99-FIM. EXIT.

      *    Classes com os grupos liberados e, em seguida, os campos do
      *    dicionario marcados com alguma classe
       130-LISTA.

           MOVE "CONFIGURACAO"            TO CWIMPR-TITLE
           MOVE "CLASSES DE DADO SENSIVEL" TO CWIMPR-SUB-TITLE
           MOVE "Config/ClassesSensiveis" TO CWIMPR-NOTE
           SET  CWIMPR-SIZE-080           TO TRUE
           MOVE LINHA-DS-1                TO CWIMPR-HEADER-1
           MOVE "CWDSCLA"                 TO CWIMPR-REPORT
           MOVE "DS"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "DS")
                      OR CWIMPR-END-PRINT
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "DS"
                        PERFORM 135-IMPRIME-CLASSE THRU 135-99-FIM
                   END-IF
           END-PERFORM

           IF   NOT CWIMPR-END-PRINT
                MOVE SPACES TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
                MOVE "CAMPOS SENSIVEIS (ARQUIVO LAYOUT CAMPO CLASSE)"
                  TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF
           MOVE "DD"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "DD")
                      OR CWIMPR-END-PRINT
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "DD"
                        PERFORM 138-IMPRIME-CAMPOS THRU 138-99-FIM
                   END-IF
           END-PERFORM
           IF   NOT CWIMPR-END-PRINT
                SET CWIMPR-CLOSE TO TRUE
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF
           MOVE 1 TO CWBOXS-OPTION.

       130-99-FIM. EXIT.

       135-IMPRIME-CLASSE.

           MOVE CWCONF-CHAVE (1: 5) TO DSL-CLASSE
           MOVE CWCONF-LABEL        TO DSL-DESCRICAO
           MOVE SPACES              TO DSL-GRUPO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8
                   IF   CWCONF-NM-OPCAO (I) (1: 22) NOT = SPACES
                   AND  CWCONF-NM-OPCAO (I) (1: 22) NOT = LOW-VALUES
                        MOVE CWCONF-NM-OPCAO (I) (1: 22) TO DSL-GRUPO
                        MOVE LINHA-DS-2 TO CWIMPR-DETAIL
                        CALL "CWIMPR" USING PARAMETROS-CWIMPR
                        MOVE SPACES TO DSL-CLASSE DSL-DESCRICAO
                   END-IF
           END-PERFORM
           IF   DSL-CLASSE NOT = SPACES
                MOVE "(so grupos sem restricao)" TO DSL-GRUPO
                MOVE LINHA-DS-2 TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF.

       135-99-FIM. EXIT.

       138-IMPRIME-CAMPOS.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   IF   CWCONF-NM-OPCAO (I) NOT = SPACES
                   AND  CWCONF-NM-OPCAO (I) NOT = LOW-VALUES
                   AND  CWCONF-PASS (I) (2: 5) NOT = SPACES
                   AND  CWCONF-PASS (I) (2: 5) NOT = LOW-VALUES
                        MOVE CWCONF-CHAVE (1: 30)    TO DSL-ARQUIVO
                        MOVE CWCONF-CHAVE (31: 2)    TO DSL-LAYOUT
                        MOVE CWCONF-NM-OPCAO (I)     TO DSL-CAMPO
                        MOVE CWCONF-PASS (I) (2: 5)  TO DSL-CLASSE-CAMPO
                        MOVE LINHA-DS-3 TO CWIMPR-DETAIL
                        CALL "CWIMPR" USING PARAMETROS-CWIMPR
                   END-IF
           END-PERFORM.

       138-99-FIM. EXIT.

       200-LE-DS.

           MOVE "DS"      TO CWCONF-REG
           MOVE SPACES    TO CWCONF-CHAVE
           MOVE DS-CLASSE TO CWCONF-CHAVE (1: 5)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                MOVE "S" TO DS-ACHOU
           ELSE
                MOVE "N" TO DS-ACHOU
           END-IF.

       200-99-FIM. EXIT.

       210-TESTA-GU.

           MOVE "N"          TO GRUPO-OK
           MOVE "GU"         TO CWGRPS-REG
           MOVE SPACES       TO CWGRPS-NOME-GRUPO
                                CWGRPS-PROG-GRUPO
           MOVE DS-GRUPO (I) TO CWGRPS-NOME-GRUPO (1: 22)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWGRPS-REG FS-CWGRPS KGR PGR
           IF   FS-CWGRPS < "09"
                MOVE "S" TO GRUPO-OK
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

       END PROGRAM CWDSCL.
