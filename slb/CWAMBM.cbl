       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWAMBM.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Cadastro de ambientes ("AM"): producao,      *
                      *  homologacao e treinamento, cada um com o seu *
                      *  CWCONF, path de dados, path de spool, cores  *
                      *  da faixa exibida no menu e a relacao de      *
                      *  usuarios ou grupos autorizados.  Quem tem    *
                      *  mais de um ambiente escolhe no logon do      *
                      *  CWMEN0.  Manutencao restrita a niveis 8 e 9, *
                      *  com auditoria.                               *
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
           05 AM-CODIGO                PIC  X(010) VALUE SPACES.
           05 AM-DESCRICAO             PIC  X(050) VALUE SPACES.
           05 AM-TIPO                  PIC  X(001) VALUE SPACE.
              88 AM-TIPO-OK                  VALUE "P" "H" "T".
           05 AM-CWCONF                PIC  X(060) VALUE SPACES.
           05 AM-DADOS                 PIC  X(060) VALUE SPACES.
           05 AM-SPOOL                 PIC  X(030) VALUE SPACES.
           05 AM-FRENTE                PIC  9(001) VALUE 0.
           05 AM-FUNDO                 PIC  9(001) VALUE 0.
           05 AM-AUTORIZADOS.
              10 AM-AUTORIZADO OCCURS 20 PIC X(030).
           05 AM-EXISTE                PIC  X(001) VALUE SPACE.
           05 AM-TIPO-ED               PIC  X(011) VALUE SPACES.
           05 NOME                     PIC  X(030) VALUE SPACES.
           05 TASK                     PIC  9(006) VALUE 0.
           05 PROGRAMA                 PIC  X(008) VALUE SPACES.
           05 NIVEL-OPERADOR           PIC  9(001) VALUE 0.
           05 OBS                      PIC  X(078) VALUE SPACES.

       01  LINHAS-DE-IMPRESSAO-AM.
       02  LINHA-AM-1.
           05 FILLER                   PIC  X(011) VALUE
              "AMBIENTE".
           05 FILLER                   PIC  X(012) VALUE
              "TIPO".
           05 FILLER                   PIC  X(031) VALUE
              "DESCRICAO".
           05 FILLER                   PIC  X(031) VALUE
              "CWCONF".
           05 FILLER                   PIC  X(031) VALUE
              "DADOS".
           05 FILLER                   PIC  X(016) VALUE
              "SPOOL".
       02  LINHA-AM-2.
           05 AML-CODIGO               PIC  X(010) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 AML-TIPO                 PIC  X(011) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 AML-DESCRICAO            PIC  X(030) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 AML-CWCONF               PIC  X(030) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 AML-DADOS                PIC  X(030) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 AML-SPOOL                PIC  X(016) VALUE SPACES.
       02  LINHA-AM-3.
           05 FILLER                   PIC  X(023) VALUE SPACES.
           05 FILLER                   PIC  X(012) VALUE
              "autorizado:".
           05 AML-AUTORIZADO           PIC  X(030) VALUE SPACES.

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
           MOVE "Cadastro de ambientes:" TO CWBOXS-TITLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           MOVE "~Incluir/alterar"          TO CWBOXS-TEXT (1)
           MOVE "~Excluir"                  TO CWBOXS-TEXT (2)
           MOVE "~Listar"                   TO CWBOXS-TEXT (3)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           IF   CWBOXS-OPTION = 1 OR 2
           AND  NIVEL-OPERADOR < 8
                MOVE "Cadastro de ambientes exige nivel 8 ou 9"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                MOVE 1 TO CWBOXS-OPTION
                GO TO 100-99-FIM
           END-IF
           EVALUATE CWBOXS-OPTION
               WHEN 1 PERFORM 110-GRAVA      THRU 110-99-FIM
               WHEN 2 PERFORM 120-EXCLUI     THRU 120-99-FIM
               WHEN 3 PERFORM 130-LISTA      THRU 130-99-FIM
           END-EVALUATE.

       100-99-FIM. EXIT.

       110-GRAVA.

           MOVE 06 TO CWBOXW-LINE
           MOVE 03 TO CWBOXW-COLUMN
           MOVE 09 TO CWBOXW-VERTICAL-LENGTH
           MOVE 74 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "070511" "Ambiente  :"
           MOVE SPACES TO AM-CODIGO
           ACCEPT AM-CODIGO AT 0717 WITH UPDATE
           IF   AM-CODIGO = SPACES
                GO TO 110-FECHA
           END-IF
           MOVE SPACES TO AM-DESCRICAO AM-TIPO AM-CWCONF AM-DADOS
                          AM-SPOOL AM-AUTORIZADOS
           MOVE 0      TO AM-FRENTE AM-FUNDO
           PERFORM 200-LE-AM THRU 200-99-FIM
           IF   FS-CWCONF < "10"
                MOVE CWCONF-LABEL        TO AM-DESCRICAO
                MOVE CWCONF-DESTINO      TO AM-TIPO
                MOVE CWCONF-DESTINO-END  TO AM-CWCONF
                MOVE CWCONF-PERGUNTA     TO AM-DADOS
                MOVE CWCONF-PATH-SPOOL   TO AM-SPOOL
                IF   CWCONF-PAGINA NUMERIC
                AND  CWCONF-PAGINA < 8
                     MOVE CWCONF-PAGINA  TO AM-FRENTE
                END-IF
                IF   CWCONF-QUADRO NUMERIC
                AND  CWCONF-QUADRO < 8
                     MOVE CWCONF-QUADRO  TO AM-FUNDO
                END-IF
                PERFORM VARYING I FROM 1 BY 1 UNTIL I > 20
                        IF   CWCONF-NM-OPCAO (I) (1: 30)
                             NOT = LOW-VALUES
                             MOVE CWCONF-NM-OPCAO (I) (1: 30)
                               TO AM-AUTORIZADO (I)
                        END-IF
                END-PERFORM
           END-IF
           CALL "CWMSGW" USING "080511" "Descricao :"
           CALL "CWMSGW" USING "090511" "Tipo      :"
           CALL "CWMSGW" USING "091942"
                "(P producao, H homologacao, T treinamento)"
           CALL "CWMSGW" USING "100511" "CWCONF    :"
           CALL "CWMSGW" USING "110511" "Dados     :"
           CALL "CWMSGW" USING "120511" "Spool     :"
           CALL "CWMSGW" USING "130511" "Cor frente:"
           CALL "CWMSGW" USING "130520" "fundo:"
           CALL "CWMSGW" USING "130528" "(0 e 0 = cores do tipo)"
           ACCEPT AM-DESCRICAO AT 0817 WITH UPDATE
           ACCEPT AM-TIPO      AT 0917 WITH UPDATE
           INSPECT AM-TIPO CONVERTING "pht" TO "PHT"
           IF   NOT AM-TIPO-OK
                MOVE "Tipo de ambiente deve ser P, H ou T"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 110-FECHA
           END-IF
           ACCEPT AM-CWCONF    AT 1017 WITH UPDATE
           ACCEPT AM-DADOS     AT 1117 WITH UPDATE
           ACCEPT AM-SPOOL     AT 1217 WITH UPDATE
           ACCEPT AM-FRENTE    AT 1317 WITH UPDATE
           ACCEPT AM-FUNDO     AT 1327 WITH UPDATE
           IF   AM-FRENTE > 7
           OR   AM-FUNDO  > 7
                MOVE "Cores vao de 0 a 7" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 110-FECHA
           END-IF
           IF   AM-TIPO NOT = "P"
           AND  AM-CWCONF = SPACES
                MOVE
                "Homologacao/treinamento precisa de CWCONF proprio"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 110-FECHA
           END-IF
           PERFORM 115-AUTORIZADOS THRU 115-99-FIM

           PERFORM 200-LE-AM THRU 200-99-FIM
           IF   FS-CWCONF < "10"
                MOVE "S" TO AM-EXISTE
                SET CWSQLC-REWRITE TO TRUE
           ELSE
                MOVE "N"        TO AM-EXISTE
                MOVE LOW-VALUES TO CWCONF-REG
                MOVE "AM"       TO CWCONF-TIPO
                MOVE SPACES     TO CWCONF-CHAVE
                MOVE AM-CODIGO  TO CWCONF-CHAVE (1: 10)
                SET CWSQLC-WRITE TO TRUE
           END-IF
           MOVE AM-DESCRICAO TO CWCONF-LABEL
           MOVE AM-TIPO      TO CWCONF-DESTINO
           MOVE AM-CWCONF    TO CWCONF-DESTINO-END
           MOVE AM-DADOS     TO CWCONF-PERGUNTA
           MOVE AM-SPOOL     TO CWCONF-PATH-SPOOL
           MOVE AM-FRENTE    TO CWCONF-PAGINA
           MOVE AM-FUNDO     TO CWCONF-QUADRO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 20
                   MOVE AM-AUTORIZADO (I) TO CWCONF-NM-OPCAO (I) (1: 30)
           END-PERFORM
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", cadastrou ambiente ' DELIMITED BY SIZE
                  AM-CODIGO DELIMITED BY SPACE
                  " tipo " AM-TIPO " CWCONF " DELIMITED BY SIZE
                  AM-CWCONF DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE "Ambiente gravado" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       110-FECHA.

           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           MOVE 1 TO CWBOXS-OPTION.

       110-99-FIM. EXIT.

      *    Usuarios ou grupos autorizados, em duas colunas de 10.
      *    Relacao vazia libera o ambiente para todos
       115-AUTORIZADOS.

           MOVE 10 TO CWBOXW-LINE
           MOVE 03 TO CWBOXW-COLUMN
           MOVE 12 TO CWBOXW-VERTICAL-LENGTH
           MOVE 74 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "110547"
                "Usuarios ou grupos autorizados (vazio = todos):"
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 20
                   IF   I > 10
                        COMPUTE POS-ACCEPT = (I + 1) * 100 + 42
                   ELSE
                        COMPUTE POS-ACCEPT = (I + 11) * 100 + 5
                   END-IF
                   ACCEPT AM-AUTORIZADO (I) AT POS-ACCEPT WITH UPDATE
           END-PERFORM
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW.

       115-99-FIM. EXIT.

       120-EXCLUI.

           MOVE 10 TO CWBOXW-LINE
           MOVE 10 TO CWBOXW-COLUMN
           MOVE 03 TO CWBOXW-VERTICAL-LENGTH
           MOVE 50 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "111216" "Ambiente    :"
           MOVE SPACES TO AM-CODIGO
           ACCEPT AM-CODIGO AT 1126 WITH UPDATE
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           IF   AM-CODIGO = SPACES
                GO TO 120-FIM-EXCLUI
           END-IF
           MOVE "AM"      TO CWCONF-REG
           MOVE SPACES    TO CWCONF-CHAVE
           MOVE AM-CODIGO TO CWCONF-CHAVE (1: 10)
           SET CWSQLC-READ  TO TRUE
           SET CWSQLC-EQUAL TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                SET CWSQLC-DELETE TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
                MOVE SPACES TO OBS
                STRING '"' DELIMITED BY SIZE
                       NOME DELIMITED BY SPACE
                       '", excluiu ambiente ' DELIMITED BY SIZE
                       AM-CODIGO DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                  INTO OBS
                CALL "CWLOGW" USING "#" OBS
                MOVE "Ambiente excluido" TO CWSEND-MSG
           ELSE
                MOVE "Ambiente nao cadastrado" TO CWSEND-MSG
           END-IF
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       120-FIM-EXCLUI.

           MOVE 1 TO CWBOXS-OPTION.

       120-99-FIM. EXIT.

       130-LISTA.

           MOVE "CONFIGURACAO"     TO CWIMPR-TITLE
           MOVE "AMBIENTES"        TO CWIMPR-SUB-TITLE
           MOVE "Config/Ambientes" TO CWIMPR-NOTE
           SET  CWIMPR-SIZE-132 TO TRUE
           MOVE LINHA-AM-1         TO CWIMPR-HEADER-1
           MOVE "CWAMBMA"          TO CWIMPR-REPORT
           MOVE "AM"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "AM")
                      OR CWIMPR-END-PRINT
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "AM"
                        PERFORM 135-IMPRIME-AM THRU 135-99-FIM
                   END-IF
           END-PERFORM
           IF   NOT CWIMPR-END-PRINT
                SET CWIMPR-CLOSE TO TRUE
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF
           MOVE 1 TO CWBOXS-OPTION.

       130-99-FIM. EXIT.

       135-IMPRIME-AM.

           EVALUATE CWCONF-DESTINO
               WHEN "P"   MOVE "PRODUCAO"    TO AM-TIPO-ED
               WHEN "H"   MOVE "HOMOLOGACAO" TO AM-TIPO-ED
               WHEN "T"   MOVE "TREINAMENTO" TO AM-TIPO-ED
               WHEN OTHER MOVE CWCONF-DESTINO TO AM-TIPO-ED
           END-EVALUATE
           MOVE CWCONF-CHAVE (1: 10)  TO AML-CODIGO
           MOVE AM-TIPO-ED            TO AML-TIPO
           MOVE CWCONF-LABEL          TO AML-DESCRICAO
           MOVE CWCONF-DESTINO-END    TO AML-CWCONF
           IF   CWCONF-DESTINO-END = SPACES
                MOVE "(o do logon)"   TO AML-CWCONF
           END-IF
           MOVE CWCONF-PERGUNTA       TO AML-DADOS
           MOVE CWCONF-PATH-SPOOL     TO AML-SPOOL
           MOVE LINHA-AM-2            TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > 20 OR CWIMPR-END-PRINT
                   IF   CWCONF-NM-OPCAO (I) (1: 30) NOT = SPACES
                   AND  CWCONF-NM-OPCAO (I) (1: 30) NOT = LOW-VALUES
                        MOVE CWCONF-NM-OPCAO (I) (1: 30)
                          TO AML-AUTORIZADO
                        MOVE LINHA-AM-3 TO CWIMPR-DETAIL
                        CALL "CWIMPR" USING PARAMETROS-CWIMPR
                   END-IF
           END-PERFORM.

       135-99-FIM. EXIT.

       200-LE-AM.

           MOVE "AM"      TO CWCONF-REG
           MOVE SPACES    TO CWCONF-CHAVE
           MOVE AM-CODIGO TO CWCONF-CHAVE (1: 10)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       200-99-FIM. EXIT.

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

       END PROGRAM CWAMBM.
