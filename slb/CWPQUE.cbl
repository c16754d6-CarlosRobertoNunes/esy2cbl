                      *  CWPQUE_BATCH=PROCESSAR roda so o             *
                      *  processador, sem telas, para a corrente de   *
                      *  jobs.                                        *
                      *  Formularios especiais: cada "03" sabe o      *
                      *  formulario montado (informado aqui pelo      *
                      *  operador); trabalho cujo "94" pede outro     *
                      *  formulario (ou papel comum com formulario    *
                      *  especial montado) espera na fila como "F"    *
                      *  ate o formulario certo ser montado.  Cada    *
                      *  impressao em formulario especial deixa um    *
                      *  registro de consumo "FU", onde o operador    *
                      *  anota a primeira e a ultima numeracao        *
                      *  usadas, e o relatorio de consumo CWPQUEF     *
                      *  serve a conciliacao dos formularios.         *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
           05 PAUSADA                  PIC  X(001) VALUE SPACE.
           05 DISPONIVEL               PIC  X(001) VALUE SPACE.
           05 IMPRESSOS                PIC  9(005) VALUE 0.
           05 FORM-ALVO                PIC  X(020) VALUE SPACES.
           05 FORM-PEDIDO              PIC  X(020) VALUE SPACES.
           05 FORM-NOVO                PIC  X(020) VALUE SPACES.
           05 AGUARDANDO               PIC  9(003) VALUE 0.
      *    Consumo de formulario ("FU") do trabalho impresso
           05 FU-FORM                  PIC  X(020) VALUE SPACES.
           05 FU-RELATORIO             PIC  X(007) VALUE SPACES.
           05 FU-USUARIO               PIC  X(030) VALUE SPACES.
           05 FU-PAGINAS               PIC  9(009) VALUE 0.
           05 FU-PRIMEIRO              PIC  9(009) VALUE 0.
           05 FU-ULTIMO                PIC  9(009) VALUE 0.
           05 FU-MAIOR                 PIC  9(009) VALUE 0.
           05 FU-USADOS                PIC  9(009) VALUE 0.
           05 TOT-FU                   PIC  9(004) VALUE 0.
           05 TABELA-FU.
              10 FU-TB OCCURS 24.
                 15 FU-CHAVE           PIC  X(032).
                 15 FU-TEXTO           PIC  X(040).
      *    Relatorio de consumo, em ordem de formulario e data
           05 NOVO-CONSUMO.
              10 NC-FORM               PIC  X(020).
              10 NC-CHAVE              PIC  X(032).
              10 NC-RELATORIO          PIC  X(007).
              10 NC-USUARIO            PIC  X(030).
              10 NC-PAGINAS            PIC  9(009).
              10 NC-PRIMEIRO           PIC  9(009).
              10 NC-ULTIMO             PIC  9(009).
           05 PARA                     PIC  X(001) VALUE "N".
           05 K                        PIC  9(004) VALUE 0.
           05 C                        PIC  9(004) VALUE 0.
           05 TOT-CONSUMO              PIC  9(004) VALUE 0.
           05 TABELA-CONSUMO.
              10 CS-TB OCCURS 2000.
                 15 CS-FORM            PIC  X(020).
                 15 CS-CHAVE           PIC  X(032).
                 15 CS-RELATORIO       PIC  X(007).
                 15 CS-USUARIO         PIC  X(030).
                 15 CS-PAGINAS         PIC  9(009).
                 15 CS-PRIMEIRO        PIC  9(009).
                 15 CS-ULTIMO          PIC  9(009).
           05 TOT-FORM-PAGINAS         PIC  9(009) VALUE 0.
           05 TOT-FORM-USADOS          PIC  9(009) VALUE 0.
           05 TOT-FORM-PENDENTES       PIC  9(005) VALUE 0.
           05 TOT-FILA                 PIC  9(003) VALUE 0.
           05 TABELA-FILA.
              10 FL-TB OCCURS 200.
                 15 IMP-EJECT          PIC  X(002).
                 15 IMP-IP             PIC  X(015).
                 15 IMP-PAUSA          PIC  X(001).
                 15 IMP-FORM           PIC  X(020).

       01  LINHAS-DE-IMPRESSAO-FU.
       02  LINHA-FU-1.
           05 FILLER                   PIC  X(021) VALUE "FORMULARIO".
           05 FILLER                   PIC  X(011) VALUE "DATA".
           05 FILLER                   PIC  X(009) VALUE "IMPRESS.".
           05 FILLER                   PIC  X(008) VALUE "RELAT.".
           05 FILLER                   PIC  X(021) VALUE "USUARIO".
           05 FILLER                   PIC  X(008) VALUE "PAGINAS".
           05 FILLER                   PIC  X(010) VALUE " PRIMEIRO".
           05 FILLER                   PIC  X(010) VALUE "   ULTIMO".
           05 FILLER                   PIC  X(008) VALUE "  USADOS".
           05 FILLER                   PIC  X(011) VALUE " SITUACAO".
       02  LINHA-FU-2.
           05 FUL-FORM                 PIC  X(020) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 FUL-DATA                 PIC  X(010) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 FUL-IMPRESSORA           PIC  X(008) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 FUL-RELATORIO            PIC  X(007) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 FUL-USUARIO              PIC  X(020) VALUE SPACES.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 FUL-PAGINAS              PIC  ZZZ.ZZ9 VALUE 0.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 FUL-PRIMEIRO             PIC  ZZZZZZZZ9 VALUE 0.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 FUL-ULTIMO               PIC  ZZZZZZZZ9 VALUE 0.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 FUL-USADOS               PIC  ZZZ.ZZ9 VALUE 0.
           05 FILLER                   PIC  X(001) VALUE SPACE.
           05 FUL-SITUACAO             PIC  X(010) VALUE SPACES.

       COPY CWBOXS.
       COPY CWBOXW.
       COPY CWSEND.
       COPY CWIMPR.
       COPY CWTIME.
       COPY CWUNIX.
       COPY CWCONF.

           END-PERFORM
           MOVE "~Trabalhos na fila"  TO CWBOXS-TEXT (1)
           MOVE "~Processar a fila"   TO CWBOXS-TEXT (2)
           MOVE "~Formulario montado" TO CWBOXS-TEXT (3)
           MOVE "~Numeracao usada"    TO CWBOXS-TEXT (4)
           MOVE "~Consumo de formularios" TO CWBOXS-TEXT (5)
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           EVALUATE CWBOXS-OPTION
               WHEN 1 PERFORM 110-TRABALHOS THRU 110-99-FIM
                         CALL "CWSEND" USING PARAMETROS-CWSEND
                    END-IF
                    MOVE 1 TO CWBOXS-OPTION
               WHEN 3 PERFORM 200-MONTA-FORM  THRU 200-99-FIM
                      MOVE 1 TO CWBOXS-OPTION
               WHEN 4 PERFORM 210-NUMERACAO   THRU 210-99-FIM
                      MOVE 1 TO CWBOXS-OPTION
               WHEN 5 PERFORM 400-CONSUMO     THRU 400-99-FIM
                      MOVE 1 TO CWBOXS-OPTION
           END-EVALUATE.

       100-99-FIM. EXIT.

       190-99-FIM. EXIT.

      *    O operador confirma o formulario montado em cada "03"
      *    (espacos = papel comum); os trabalhos "F" desta impressora
      *    que pedem esse formulario voltam a pronto
       200-MONTA-FORM.

           IF   NIVEL-OPERADOR < 8
                MOVE "Formulario montado exige nivel 8 ou 9"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 200-99-FIM
           END-IF
           PERFORM 700-CARREGA-IMPRESSORAS THRU 700-99-FIM
           IF   TOT-IMPRESSORAS = 0
                MOVE "Nenhuma impressora 03 configurada"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 200-99-FIM
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOT-IMPRESSORAS
                   MOVE SPACES TO CWBOXS-TEXT (I)
                   IF   IMP-FORM (I) = SPACES
                        STRING IMP-NOME (I) " (papel comum)"
                               DELIMITED BY SIZE
                          INTO CWBOXS-TEXT (I)
                   ELSE
                        STRING IMP-NOME (I) " " IMP-FORM (I)
                               DELIMITED BY SIZE
                          INTO CWBOXS-TEXT (I)
                   END-IF
           END-PERFORM
           MOVE "Formulario de qual impressora:" TO CWBOXS-TITLE
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           IF   CWBOXS-OPTION = 0
           OR   CWBOXS-OPTION > TOT-IMPRESSORAS
                GO TO 200-99-FIM
           END-IF
           MOVE IMP-NOME (CWBOXS-OPTION) TO IMP-ALVO
           MOVE IMP-FORM (CWBOXS-OPTION) TO FORM-NOVO
           MOVE 10 TO CWBOXW-LINE
           MOVE 10 TO CWBOXW-COLUMN
           MOVE 03 TO CWBOXW-VERTICAL-LENGTH
           MOVE 50 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "111218" "Formulario montado:"
           ACCEPT FORM-NOVO AT 1132 WITH UPDATE
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           MOVE "03"       TO CWCONF-REG03
           MOVE SPACES     TO CWCONF-CHAVE
           MOVE IMP-ALVO   TO CWCONF-CHAVE (1: 8)
           SET CWSQLC-READ  TO TRUE
           SET CWSQLC-EQUAL TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF > "09"
                GO TO 200-99-FIM
           END-IF
           MOVE FORM-NOVO TO CWCONF-TIPO-FORM
           SET CWSQLC-REWRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE SPACES TO OBS
           IF   FORM-NOVO = SPACES
                STRING '"' DELIMITED BY SIZE
                       NOME DELIMITED BY SPACE
                       '", papel comum em ' DELIMITED BY SIZE
                       IMP-ALVO DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                  INTO OBS
           ELSE
                STRING '"' DELIMITED BY SIZE
                       NOME DELIMITED BY SPACE
                       '", montou ' DELIMITED BY SIZE
                       FORM-NOVO DELIMITED BY SPACE
                       " em " DELIMITED BY SIZE
                       IMP-ALVO DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                  INTO OBS
           END-IF
           CALL "CWLOGW" USING "#" OBS

      *    Libera os que aguardavam este formulario nesta impressora
           MOVE 0        TO AGUARDANDO
           MOVE "PQ"     TO CWCONF-REG
           MOVE IMP-ALVO TO CWCONF-CHAVE (1: 8)
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWWORK" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "PQ")
                      OR (CWCONF-CHAVE (1: 8) NOT = IMP-ALVO)
                   SET CWSQLC-READ TO TRUE
                   SET CWSQLC-NEXT TO TRUE
                   CALL "CWWORK" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "PQ"
                   AND  CWCONF-CHAVE (1: 8) = IMP-ALVO
                   AND  CWCONF-AP-STATUS = "F"
                        MOVE CWCONF-TIPO-FORM TO FORM-PEDIDO
                        IF   FORM-PEDIDO = LOW-VALUES
                             MOVE SPACES TO FORM-PEDIDO
                        END-IF
                        IF   FORM-PEDIDO = FORM-NOVO
                             MOVE SPACE TO CWCONF-AP-STATUS
                             SET CWSQLC-REWRITE TO TRUE
                             CALL "CWWORK" USING CWSQLC CWCONF-REG
                                                 FS-CWCONF KCO PCO
                             ADD 1 TO AGUARDANDO
                        END-IF
                   END-IF
           END-PERFORM
           MOVE SPACES TO CWSEND-MSG
           STRING "Formulario gravado, trabalhos liberados: "
                  AGUARDANDO DELIMITED BY SIZE INTO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       200-99-FIM. EXIT.

      *    Formulario numerado: o operador anota a primeira e a
      *    ultima numeracao usadas em cada impressao pendente; a
      *    sugestao segue a maior ja anotada para o formulario
       210-NUMERACAO.

           IF   NIVEL-OPERADOR < 8
                MOVE "Numeracao de formularios exige nivel 8 ou 9"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 210-99-FIM
           END-IF
           MOVE 0    TO TOT-FU
           MOVE "FU" TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "FU")
                      OR TOT-FU = 24
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "FU"
                   AND  CWCONF-UC-CONTADOR = 0
                        ADD  1 TO TOT-FU
                        MOVE CWCONF-CHAVE TO FU-CHAVE (TOT-FU)
                        MOVE SPACES       TO FU-TEXTO (TOT-FU)
                        STRING CWCONF-CHAVE (7: 2) "/"
                               CWCONF-CHAVE (5: 2) " "
                               CWCONF-CHAVE (17: 8) " "
                               CWCONF-TIPO-FORM (1: 15) " "
                               CWCONF-RELATORIO DELIMITED BY SIZE
                          INTO FU-TEXTO (TOT-FU)
                   END-IF
           END-PERFORM
           IF   TOT-FU = 0
                MOVE "Nenhuma numeracao de formulario pendente"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 210-99-FIM
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   MOVE SPACES TO CWBOXS-TEXT (I)
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOT-FU
                   MOVE FU-TEXTO (I) TO CWBOXS-TEXT (I)
           END-PERFORM
           MOVE 04  TO CWBOXS-LINE
           MOVE 05  TO CWBOXS-COLUMN
           MOVE "Numerar (data/impressora/form/relat):"
             TO CWBOXS-TITLE
           CALL "CWBOXS" USING PARAMETROS-CWBOXS
           IF   CWBOXS-OPTION = 0
           OR   CWBOXS-OPTION > TOT-FU
                GO TO 210-99-FIM
           END-IF
           MOVE FU-CHAVE (CWBOXS-OPTION) TO CHAVE-W
           PERFORM 215-LE-FU THRU 215-99-FIM
           IF   FS-CWCONF > "09"
                GO TO 210-99-FIM
           END-IF
           MOVE CWCONF-TIPO-FORM         TO FU-FORM
           MOVE CWCONF-TAMANHO-LIMITE-KB TO FU-PAGINAS

      *    Maior numeracao ja anotada para o mesmo formulario
           MOVE 0    TO FU-MAIOR
           MOVE "FU" TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "FU")
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "FU"
                   AND  CWCONF-TIPO-FORM = FU-FORM
                   AND  CWCONF-UC-CONTADOR > FU-MAIOR
                        MOVE CWCONF-UC-CONTADOR TO FU-MAIOR
                   END-IF
           END-PERFORM
           COMPUTE FU-PRIMEIRO = FU-MAIOR + 1
           IF   FU-PAGINAS > 0
                COMPUTE FU-ULTIMO = FU-PRIMEIRO + FU-PAGINAS - 1
           ELSE
                MOVE FU-PRIMEIRO TO FU-ULTIMO
           END-IF
           MOVE 10 TO CWBOXW-LINE
           MOVE 10 TO CWBOXW-COLUMN
           MOVE 04 TO CWBOXW-VERTICAL-LENGTH
           MOVE 44 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           CALL "CWMSGW" USING "111218" "Primeiro numero   :"
           CALL "CWMSGW" USING "121218" "Ultimo numero     :"
           ACCEPT FU-PRIMEIRO AT 1132 WITH UPDATE
           ACCEPT FU-ULTIMO   AT 1232 WITH UPDATE
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           IF   FU-PRIMEIRO = 0
           OR   FU-ULTIMO < FU-PRIMEIRO
                MOVE "Numeracao invalida, nada gravado" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 210-99-FIM
           END-IF
           PERFORM 215-LE-FU THRU 215-99-FIM
           IF   FS-CWCONF > "09"
                GO TO 210-99-FIM
           END-IF
           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE FU-PRIMEIRO       TO CWCONF-TAMANHO-ULTIMO-KB
           MOVE FU-ULTIMO         TO CWCONF-UC-CONTADOR
           MOVE NOME              TO CWCONF-CHANGELOG-USUARIO
           MOVE CWTIME-DATE-FINAL TO CWCONF-CHANGELOG-DATA
           SET CWSQLC-REWRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", numeracao ' DELIMITED BY SIZE
                  FU-FORM DELIMITED BY SPACE
                  " " FU-PRIMEIRO " a " FU-ULTIMO "."
                  DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           COMPUTE FU-USADOS = FU-ULTIMO - FU-PRIMEIRO + 1
           IF   FU-USADOS = FU-PAGINAS
                MOVE "Numeracao gravada" TO CWSEND-MSG
           ELSE
                MOVE SPACES TO CWSEND-MSG
                STRING "Numeracao gravada, diverge das paginas: "
                       FU-USADOS " usados para " FU-PAGINAS
                       DELIMITED BY SIZE INTO CWSEND-MSG
           END-IF
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       210-99-FIM. EXIT.

       215-LE-FU.

           MOVE "FU"    TO CWCONF-REG
           MOVE CHAVE-W TO CWCONF-CHAVE
           SET CWSQLC-READ  TO TRUE
           SET CWSQLC-EQUAL TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       215-99-FIM. EXIT.

      *    Consumo de formularios para a conciliacao do estoque: por
      *    formulario e data, paginas impressas contra a numeracao
      *    anotada (pendente ou divergente em destaque)
       400-CONSUMO.

           MOVE 0    TO TOT-CONSUMO
           MOVE "FU" TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "FU")
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "FU"
                        PERFORM 410-CONSUMO THRU 410-99-FIM
                   END-IF
           END-PERFORM

           MOVE "CONSUMO DE FORMULARIOS"       TO CWIMPR-TITLE
           MOVE "POR FORMULARIO E DATA DE IMPRESSAO"
             TO CWIMPR-SUB-TITLE
           MOVE "Config/ConsumoFormularios"    TO CWIMPR-NOTE
           MOVE LINHA-FU-1                     TO CWIMPR-HEADER-1
           MOVE "CWPQUEF"                      TO CWIMPR-REPORT
           IF   TOT-CONSUMO = 0
                MOVE "Nenhum consumo de formulario registrado"
                  TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF
           MOVE 0 TO TOT-FORM-PAGINAS
                     TOT-FORM-USADOS
                     TOT-FORM-PENDENTES
           PERFORM 430-IMPRIME THRU 430-99-FIM
                   VARYING C FROM 1 BY 1 UNTIL C > TOT-CONSUMO
                                             OR CWIMPR-END-PRINT
           IF   TOT-CONSUMO > 0
                PERFORM 440-TOTAL-FORM THRU 440-99-FIM
           END-IF
           SET CWIMPR-CLOSE TO TRUE
           CALL "CWIMPR" USING PARAMETROS-CWIMPR.

       400-99-FIM. EXIT.

       410-CONSUMO.

           IF   TOT-CONSUMO = 2000
                GO TO 410-99-FIM
           END-IF
           MOVE CWCONF-TIPO-FORM         TO NC-FORM
           MOVE CWCONF-CHAVE             TO NC-CHAVE
           MOVE CWCONF-RELATORIO         TO NC-RELATORIO
           MOVE CWCONF-NOME              TO NC-USUARIO
           MOVE CWCONF-TAMANHO-LIMITE-KB TO NC-PAGINAS
           MOVE CWCONF-TAMANHO-ULTIMO-KB TO NC-PRIMEIRO
           MOVE CWCONF-UC-CONTADOR       TO NC-ULTIMO
           MOVE TOT-CONSUMO TO K
           MOVE "N"         TO PARA
           PERFORM 420-DESLOCA THRU 420-99-FIM
                   UNTIL K = 0
                      OR PARA = "S"
           MOVE NOVO-CONSUMO TO CS-TB (K + 1)
           ADD  1 TO TOT-CONSUMO.

       410-99-FIM. EXIT.

       420-DESLOCA.

           IF   CS-FORM (K) < NC-FORM
           OR  (CS-FORM (K) = NC-FORM
           AND  CS-CHAVE (K) NOT > NC-CHAVE)
                MOVE "S" TO PARA
           ELSE
                MOVE CS-TB (K) TO CS-TB (K + 1)
                SUBTRACT 1 FROM K
           END-IF.

       420-99-FIM. EXIT.

       430-IMPRIME.

      *    Formulario so na primeira linha do grupo
           IF   C = 1
                MOVE CS-FORM (C) TO FUL-FORM
           ELSE
                IF   CS-FORM (C) NOT = CS-FORM (C - 1)
                     PERFORM 440-TOTAL-FORM THRU 440-99-FIM
                     MOVE CS-FORM (C) TO FUL-FORM
                ELSE
                     MOVE SPACES TO FUL-FORM
                END-IF
           END-IF
           SET  CWTIME-EDIT          TO TRUE
           MOVE SPACE                TO CWTIME-TODAY-STATUS
           MOVE CS-CHAVE (C) (1: 8)  TO CWTIME-DATE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-EDITED   TO FUL-DATA
           MOVE CS-CHAVE (C) (17: 8) TO FUL-IMPRESSORA
           MOVE CS-RELATORIO (C)     TO FUL-RELATORIO
           MOVE CS-USUARIO (C)       TO FUL-USUARIO
           MOVE CS-PAGINAS (C)       TO FUL-PAGINAS
           ADD  CS-PAGINAS (C)       TO TOT-FORM-PAGINAS
           IF   CS-ULTIMO (C) = 0
                MOVE 0          TO FUL-PRIMEIRO
                                   FUL-ULTIMO
                                   FUL-USADOS
                MOVE "PENDENTE" TO FUL-SITUACAO
                ADD  1          TO TOT-FORM-PENDENTES
           ELSE
                COMPUTE FU-USADOS = CS-ULTIMO (C) - CS-PRIMEIRO (C) + 1
                MOVE CS-PRIMEIRO (C) TO FUL-PRIMEIRO
                MOVE CS-ULTIMO (C)   TO FUL-ULTIMO
                MOVE FU-USADOS       TO FUL-USADOS
                ADD  FU-USADOS       TO TOT-FORM-USADOS
                IF   FU-USADOS = CS-PAGINAS (C)
                     MOVE "OK"       TO FUL-SITUACAO
                ELSE
                     MOVE "DIVERGE"  TO FUL-SITUACAO
                END-IF
           END-IF
           MOVE LINHA-FU-2 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR.

       430-99-FIM. EXIT.

       440-TOTAL-FORM.

           IF   CWIMPR-END-PRINT
                GO TO 440-99-FIM
           END-IF
           MOVE SPACES             TO FUL-FORM
                                      FUL-DATA
                                      FUL-IMPRESSORA
                                      FUL-RELATORIO
                                      FUL-USUARIO
                                      FUL-SITUACAO
           MOVE "  Total"          TO FUL-FORM
           MOVE TOT-FORM-PAGINAS   TO FUL-PAGINAS
           MOVE 0                  TO FUL-PRIMEIRO
                                      FUL-ULTIMO
           MOVE TOT-FORM-USADOS    TO FUL-USADOS
           IF   TOT-FORM-PENDENTES > 0
                STRING TOT-FORM-PENDENTES " PEND" DELIMITED BY SIZE
                  INTO FUL-SITUACAO
           END-IF
           MOVE LINHA-FU-2 TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CWIMPR" USING PARAMETROS-CWIMPR
           MOVE 0 TO TOT-FORM-PAGINAS
                     TOT-FORM-USADOS
                     TOT-FORM-PENDENTES.

       440-99-FIM. EXIT.

      *    Processador: por impressora, testa o device (e o ping do
      *    CWCONF-IP quando configurado); sem resposta a fila pausa
      *    sozinha ("P" no "03"), respondendo despausa; cada
                   MOVE IMP-EJECT (I)  TO EJECT-ALVO
                   MOVE IMP-IP (I)     TO IP-ALVO
                   MOVE IMP-PAUSA (I)  TO PAUSADA
                   MOVE IMP-FORM (I)   TO FORM-ALVO
                   PERFORM 510-PROCESSA-IMPRESSORA THRU 510-99-FIM
           END-PERFORM.

                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "PQ"
                   AND  CWCONF-CHAVE (1: 8) = IMP-ALVO
                   AND (CWCONF-AP-STATUS = SPACE OR "F")
                        PERFORM 535-CONFERE-FORM THRU 535-99-FIM
                        IF   CWCONF-AP-STATUS = SPACE
                             PERFORM 540-IMPRIME-TRABALHO
                                THRU 540-99-FIM
                        END-IF
                   END-IF
           END-PERFORM.


       530-99-FIM. EXIT.

      *    O formulario pedido pelo trabalho (espacos = papel comum)
      *    tem de ser o montado na impressora; senao o trabalho
      *    espera como "F", e volta a pronto quando o operador monta
      *    o formulario certo
       535-CONFERE-FORM.

           MOVE CWCONF-TIPO-FORM TO FORM-PEDIDO
           IF   FORM-PEDIDO = LOW-VALUES
                MOVE SPACES TO FORM-PEDIDO
           END-IF
           IF   FORM-PEDIDO = FORM-ALVO
                IF   CWCONF-AP-STATUS = "F"
                     MOVE SPACE TO CWCONF-AP-STATUS
                END-IF
                GO TO 535-99-FIM
           END-IF
           IF   CWCONF-AP-STATUS = "F"
                GO TO 535-99-FIM
           END-IF
           MOVE "F" TO CWCONF-AP-STATUS
           SET CWSQLC-REWRITE TO TRUE
           CALL "CWWORK" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE SPACES TO OBS
           IF   FORM-PEDIDO = SPACES
                STRING CWCONF-RELATORIO DELIMITED BY SPACE
                       " aguarda papel comum em " DELIMITED BY SIZE
                       IMP-ALVO DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                  INTO OBS
           ELSE
                STRING CWCONF-RELATORIO DELIMITED BY SPACE
                       " aguarda formulario " DELIMITED BY SIZE
                       FORM-PEDIDO DELIMITED BY SPACE
                       " em " DELIMITED BY SIZE
                       IMP-ALVO DELIMITED BY SPACE
                       "." DELIMITED BY SIZE
                  INTO OBS
           END-IF
           CALL "CWLOGW" USING "#" OBS.

       535-99-FIM. EXIT.

      *    Copia o spool do registro "PQ" corrente para o device,
      *    com a preparacao de pagina do EJECT-MODE; sucesso tira o
      *    trabalho da fila, falha pausa a impressora e o trabalho
           END-IF
           CLOSE SPLWK DEVWK
           ADD 1 TO IMPRESSOS
           MOVE FORM-PEDIDO               TO FU-FORM
           MOVE CWCONF-RELATORIO          TO FU-RELATORIO
           MOVE CWCONF-NOME               TO FU-USUARIO
           MOVE CWCONF-TAMANHO-LIMITE-KB  TO FU-PAGINAS
           SET CWSQLC-DELETE TO TRUE
           CALL "CWWORK" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FU-FORM NOT = SPACES
                PERFORM 545-GRAVA-CONSUMO THRU 545-99-FIM
           END-IF
           PERFORM 550-REPOSICIONA THRU 550-99-FIM.

       540-99-FIM. EXIT.

      *    Consumo de formulario especial ("FU", chave = data (8) +
      *    hora (8) + impressora (8) + sequencia da rodada (5)); a
      *    numeracao fica zerada ate o operador anotar
       545-GRAVA-CONSUMO.

           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE LOW-VALUES        TO CWCONF-REG
           MOVE "FU"              TO CWCONF-TIPO
           MOVE SPACES            TO CWCONF-CHAVE
           MOVE CWTIME-DATE-FINAL TO CWCONF-CHAVE (1: 8)
           MOVE CWTIME-TIME-FINAL TO CWCONF-CHAVE (9: 8)
           MOVE IMP-ALVO          TO CWCONF-CHAVE (17: 8)
           MOVE IMPRESSOS         TO CWCONF-CHAVE (25: 5)
           MOVE FU-FORM           TO CWCONF-TIPO-FORM
           MOVE FU-RELATORIO      TO CWCONF-RELATORIO
           MOVE FU-USUARIO        TO CWCONF-NOME
           MOVE FU-PAGINAS        TO CWCONF-TAMANHO-LIMITE-KB
           MOVE 0                 TO CWCONF-TAMANHO-ULTIMO-KB
                                     CWCONF-UC-CONTADOR
           MOVE SPACES            TO CWCONF-CHANGELOG-USUARIO
           MOVE 0                 TO CWCONF-CHANGELOG-DATA
           SET CWSQLC-WRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       545-99-FIM. EXIT.

      *    Recoloca o cursor no trabalho corrente para a varredura
      *    seguir adiante (mesmo expediente do CWLSTC)
       550-REPOSICIONA.
                          TO IMP-IP (TOT-IMPRESSORAS)
                        MOVE CWCONF-DESTRAVA
                          TO IMP-PAUSA (TOT-IMPRESSORAS)
                        MOVE CWCONF-TIPO-FORM
                          TO IMP-FORM (TOT-IMPRESSORAS)
                        IF   IMP-FORM (TOT-IMPRESSORAS) = LOW-VALUES
                             MOVE SPACES TO IMP-FORM (TOT-IMPRESSORAS)
                        END-IF
                   END-IF
           END-PERFORM.

