       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWSODC.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Segregacao de funcoes: confere o acesso      *
                      *  combinado de um usuario (grupo titular, os   *
                      *  5 adicionais do CWUSRG e a elevacao do       *
                      *  CWELEV) contra as regras de conflito "SD" -  *
                      *  quem mantem fornecedor nao aprova o          *
                      *  pagamento dele.  Programa alcancavel = esta  *
                      *  numa opcao das paginas "99"/"SM" com nivel   *
                      *  ao alcance do usuario e passa no crivo de    *
                      *  grupo (mesmo criterio do CWEFAC).  Com       *
                      *  violacao, a liberacao interativa exige       *
                      *  justificativa, fica gravada no "SX" e vai    *
                      *  para a auditoria e o SIEM.                   *
                      *  Pressupoe o CWCONF ja aberto pelo chamador.  *
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
           05 R                        PIC  9(003) VALUE 0.
           05 G                        PIC  9(001) VALUE 0.
           05 V                        PIC  9(002) VALUE 0.
           05 LINHA-TELA               PIC  9(002) VALUE 0.
           05 POS-TELA                 PIC  X(006) VALUE SPACES.
           05 POS-TELA-9 REDEFINES POS-TELA.
              10 POS-LINHA             PIC  9(002).
              10 POS-RESTO             PIC  9(004).
           05 NOME                     PIC  X(030) VALUE SPACES.
           05 TASK                     PIC  9(006) VALUE 0.
           05 PROGRAMA                 PIC  X(008) VALUE SPACES.
           05 OBS                      PIC  X(078) VALUE SPACES.
           05 SEVT-DET                 PIC  X(060) VALUE SPACES.
           05 CARREGADO                PIC  X(001) VALUE "N".
           05 HOJE                     PIC  9(008) VALUE 0.
           05 NIVEL-EFETIVO            PIC  9(001) VALUE 0.
           05 IRRESTRITO               PIC  X(001) VALUE SPACE.
           05 TOT-GRUPOS               PIC  9(001) VALUE 0.
           05 GRUPO-US OCCURS 7        PIC  X(022).
           05 ADM-G                    PIC  X(001) VALUE SPACE.
           05 ACESSO-OK                PIC  X(001) VALUE SPACE.
           05 PROGRAMA-W               PIC  X(008) VALUE SPACES.
           05 NIVEL-OPCAO              PIC  9(001) VALUE 0.
           05 TIPO-PAGINA              PIC  X(002) VALUE SPACES.
           05 QT-ALCANCE               PIC  9(002) VALUE 0.
           05 PONTEIRO                 PIC  9(003) VALUE 0.
           05 LINHA-MSG                PIC  X(070) VALUE SPACES.
      *    Regras "SD" e, por programa, o menor nivel de menu que o
      *    alcanca (99 = nao esta em opcao nenhuma), carregados uma
      *    vez por execucao (quem altera regras cancela o CWSODC)
           05 TOT-REGRAS               PIC  9(003) VALUE 0.
           05 TABELA-REGRAS.
              10 RG-TB OCCURS 100.
                 15 RG-CODIGO          PIC  X(007).
                 15 RG-DESCRICAO       PIC  X(040).
                 15 RG-PROG OCCURS 10  PIC  X(008).
                 15 RG-NIVEL OCCURS 10 PIC  9(002).

       COPY CWBOXW.
       COPY CWSEND.
       COPY CWTIME.
       COPY CWCONF.

       LINKAGE SECTION.

       COPY CWSODC.

       PROCEDURE DIVISION USING PARAMETROS-CWSODC.

       000-INICIO.

           IF   CARREGADO NOT = "S"
                PERFORM 100-CARREGA THRU 100-99-FIM
           END-IF
           EVALUATE TRUE
               WHEN CWSODC-CARREGA
                    PERFORM 200-LE-USUARIO THRU 200-99-FIM
               WHEN CWSODC-VERIFICA
                    PERFORM 300-VERIFICA   THRU 300-99-FIM
               WHEN CWSODC-JUSTIFICA
                    PERFORM 300-VERIFICA   THRU 300-99-FIM
                    MOVE "S" TO CWSODC-LIBERADO
                    IF   CWSODC-VIOLACOES > 0
                         PERFORM 400-JUSTIFICA THRU 400-99-FIM
                    END-IF
           END-EVALUATE.

       000-99-FIM. GOBACK.

       100-CARREGA.

           MOVE "S" TO CARREGADO
           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE
           MOVE 0      TO TOT-REGRAS
           MOVE "SD"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = "SD")
                      OR TOT-REGRAS = 100
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "SD"
                        ADD  1 TO TOT-REGRAS
                        MOVE CWCONF-CHAVE (1: 7)
                          TO RG-CODIGO (TOT-REGRAS)
                        MOVE CWCONF-LABEL
                          TO RG-DESCRICAO (TOT-REGRAS)
                        PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
                                MOVE CWCONF-PROG (K)
                                  TO RG-PROG (TOT-REGRAS K)
                                IF   RG-PROG (TOT-REGRAS K)
                                     = LOW-VALUES
                                     MOVE SPACES
                                       TO RG-PROG (TOT-REGRAS K)
                                END-IF
                                MOVE 99 TO RG-NIVEL (TOT-REGRAS K)
                        END-PERFORM
                   END-IF
           END-PERFORM
           IF   TOT-REGRAS = 0
                GO TO 100-99-FIM
           END-IF
           MOVE "99" TO TIPO-PAGINA
           PERFORM 110-VARRE-PAGINAS THRU 110-99-FIM
           MOVE "SM" TO TIPO-PAGINA
           PERFORM 110-VARRE-PAGINAS THRU 110-99-FIM.

       100-99-FIM. EXIT.

       110-VARRE-PAGINAS.

           MOVE TIPO-PAGINA TO CWCONF-REG
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR (CWCONF-TIPO NOT = TIPO-PAGINA)
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = TIPO-PAGINA
                        PERFORM 120-TRATA-OPCAO THRU 120-99-FIM
                                VARYING I FROM 1 BY 1 UNTIL I > 26
                   END-IF
           END-PERFORM.

       110-99-FIM. EXIT.

      *    Anota nas regras o menor nivel de menu de cada programa
       120-TRATA-OPCAO.

           IF   CWCONF-NM-OPCAO (I) = SPACES
           OR   CWCONF-PROG (I) = SPACES
                GO TO 120-99-FIM
           END-IF
           MOVE CWCONF-PROG (I) TO PROGRAMA-W
           CALL "CWCODE" USING "D" CWCONF-SIZE-P-99 (I)
                                   CWCONF-FATOR-P-99 (I)
                                   PROGRAMA-W
           INSPECT PROGRAMA-W CONVERTING MINUSCULAS TO MAIUSCULAS
           IF   PROGRAMA-W = SPACES
                GO TO 120-99-FIM
           END-IF
           IF   CWCONF-NIVEL (I) NUMERIC
                MOVE CWCONF-NIVEL (I) TO NIVEL-OPCAO
           ELSE
                MOVE 0 TO NIVEL-OPCAO
           END-IF
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > TOT-REGRAS
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
                           IF   RG-PROG (R K) = PROGRAMA-W
                           AND  NIVEL-OPCAO < RG-NIVEL (R K)
                                MOVE NIVEL-OPCAO TO RG-NIVEL (R K)
                           END-IF
                   END-PERFORM
           END-PERFORM.

       120-99-FIM. EXIT.

      *    Acesso atual do usuario; a elevacao so conta enquanto nao
      *    vencida (registros antigos trazem brancos nesses bytes)
       200-LE-USUARIO.

           MOVE 0      TO CWSODC-NIVEL CWSODC-NIVEL-ELEV
                          CWSODC-VIOLACOES
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > 7
                   MOVE SPACES TO CWSODC-GRUPO (G)
           END-PERFORM
           MOVE "PS"           TO CWCONF-REG
           MOVE CWSODC-USUARIO TO CWCONF-NOME
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT < "10"
                MOVE "N" TO CWSODC-EXISTE
                GO TO 200-99-FIM
           END-IF
           MOVE "S" TO CWSODC-EXISTE
           IF   CWCONF-NIVEL-PS NUMERIC
                MOVE CWCONF-NIVEL-PS TO CWSODC-NIVEL
           END-IF
           MOVE CWCONF-GRUPO TO CWSODC-GRUPO (1)
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > 5
                   IF   CWCONF-NM-OPCAO (G + 10) (1: 22)
                        NOT = LOW-VALUES
                        MOVE CWCONF-NM-OPCAO (G + 10) (1: 22)
                          TO CWSODC-GRUPO (G + 1)
                   END-IF
           END-PERFORM
           IF   CWCONF-BL-FIM NUMERIC
           AND  CWCONF-BL-FIM NOT < HOJE
                IF   CWCONF-NM-OPCAO (26) (1: 22) NOT = LOW-VALUES
                     MOVE CWCONF-NM-OPCAO (26) (1: 22)
                       TO CWSODC-GRUPO (7)
                END-IF
                IF   CWCONF-NIVEL (1) NUMERIC
                     MOVE CWCONF-NIVEL (1) TO CWSODC-NIVEL-ELEV
                END-IF
           END-IF.

       200-99-FIM. EXIT.

       300-VERIFICA.

           MOVE 0 TO CWSODC-VIOLACOES
           MOVE CWSODC-NIVEL TO NIVEL-EFETIVO
           IF   CWSODC-NIVEL-ELEV > NIVEL-EFETIVO
                MOVE CWSODC-NIVEL-ELEV TO NIVEL-EFETIVO
           END-IF
      *    Titular em branco ou sem restricoes libera tudo (criterio
      *    do menu); os demais grupos somam
           MOVE 0     TO TOT-GRUPOS
           MOVE SPACE TO IRRESTRITO
           IF   CWSODC-GRUPO (1) = SPACES
           OR   CWSODC-GRUPO (1) = LOW-VALUES
           OR   CWSODC-GRUPO (1) = "Acesso sem restricoes"
           OR   CWSODC-GRUPO (1) = "Acesso irrestrito"
                MOVE "S" TO IRRESTRITO
           END-IF
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > 7
                   IF   CWSODC-GRUPO (G) NOT = SPACES
                   AND  CWSODC-GRUPO (G) NOT = LOW-VALUES
                        ADD  1 TO TOT-GRUPOS
                        MOVE CWSODC-GRUPO (G) TO GRUPO-US (TOT-GRUPOS)
                   END-IF
           END-PERFORM
           PERFORM 310-TESTA-REGRA THRU 310-99-FIM
                   VARYING R FROM 1 BY 1 UNTIL R > TOT-REGRAS
                                             OR CWSODC-VIOLACOES = 10.

       300-99-FIM. EXIT.

       310-TESTA-REGRA.

           MOVE 0      TO QT-ALCANCE
           MOVE 1      TO PONTEIRO
           MOVE SPACES TO LINHA-MSG
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
                   IF   RG-PROG (R K) NOT = SPACES
                   AND  RG-NIVEL (R K) NOT > NIVEL-EFETIVO
                        MOVE RG-PROG (R K) TO PROGRAMA-W
                        PERFORM 320-TESTA-GRUPOS THRU 320-99-FIM
                        IF   ACESSO-OK = "S"
                             ADD 1 TO QT-ALCANCE
                             STRING PROGRAMA-W DELIMITED BY SPACE
                                    " "        DELIMITED BY SIZE
                               INTO LINHA-MSG
                               WITH POINTER PONTEIRO
                        END-IF
                   END-IF
           END-PERFORM
           IF   QT-ALCANCE < 2
                GO TO 310-99-FIM
           END-IF
           ADD  1 TO CWSODC-VIOLACOES
           MOVE CWSODC-VIOLACOES TO V
           MOVE RG-CODIGO (R)    TO CWSODC-REGRA (V)
           MOVE RG-DESCRICAO (R) TO CWSODC-DESCRICAO (V)
           MOVE LINHA-MSG        TO CWSODC-PROGRAMAS (V)
           MOVE SPACES           TO CWSODC-SX-TEXTO (V)
                                    CWSODC-SX-POR (V)
           MOVE 0                TO CWSODC-SX-DATA (V)
           PERFORM 330-LE-SX THRU 330-99-FIM
           IF   FS-CWCONF < "10"
                MOVE CWCONF-JOB-MENSAGEM   TO CWSODC-SX-TEXTO (V)
                MOVE CWCONF-AP-APROVADOR   TO CWSODC-SX-POR (V)
                IF   CWCONF-CHANGELOG-DATA NUMERIC
                     MOVE CWCONF-CHANGELOG-DATA TO CWSODC-SX-DATA (V)
                END-IF
           END-IF.

       310-99-FIM. EXIT.

      *    Uniao dos grupos (mesmo criterio bloquear/liberar do
      *    menu): basta um grupo do usuario permitir o programa
       320-TESTA-GRUPOS.

           IF   IRRESTRITO = "S"
                MOVE "S" TO ACESSO-OK
                GO TO 320-99-FIM
           END-IF
           MOVE "N" TO ACESSO-OK
           PERFORM 325-TESTA-UM-GRUPO THRU 325-99-FIM
                   VARYING G FROM 1 BY 1 UNTIL G > TOT-GRUPOS
                                             OR ACESSO-OK = "S".

       320-99-FIM. EXIT.

       325-TESTA-UM-GRUPO.

           MOVE "GU"   TO CWGRPS-REG
           MOVE SPACES TO CWGRPS-NOME-GRUPO
           MOVE GRUPO-US (G) TO CWGRPS-NOME-GRUPO (1: 22)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWGRPS-REG FS-CWGRPS KGR PGR
           IF   FS-CWGRPS NOT < "09"
                GO TO 325-99-FIM
           END-IF
           MOVE CWGRPS-ADM TO ADM-G
           MOVE "GU"   TO CWGRPS-REG
           MOVE SPACES TO CWGRPS-NOME-GRUPO
           MOVE GRUPO-US (G) TO CWGRPS-NOME-GRUPO (1: 22)
           MOVE PROGRAMA-W   TO CWGRPS-PROG-GRUPO
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWGRPS-REG FS-CWGRPS KGR PGR
           IF  (FS-CWGRPS < "09"
           AND  CWGRPS-ACESSO-GRUPO NOT = SPACE
           AND  ADM-G               NOT = "I")
           OR  (FS-CWGRPS = "23"
           AND  ADM-G                   = "I")
                CONTINUE
           ELSE
                IF   FS-CWGRPS < "09"
                OR   FS-CWGRPS = "23"
                     MOVE "S" TO ACESSO-OK
                END-IF
           END-IF.

       325-99-FIM. EXIT.

      *    Liberacao aceita da regra V para o usuario ("SX", chave =
      *    regra (7) + usuario (25 primeiros bytes))
       330-LE-SX.

           MOVE "SX"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           MOVE CWSODC-REGRA (V)       TO CWCONF-CHAVE (1: 7)
           MOVE CWSODC-USUARIO (1: 25) TO CWCONF-CHAVE (8: 25)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       330-99-FIM. EXIT.

      *    Mostra o conflito, pede a justificativa e a confirmacao;
      *    justificativa em branco ou "Voltar" nao liberam
       400-JUSTIFICA.

           MOVE "N" TO CWSODC-LIBERADO
           CALL "CWGETU" USING NOME TASK PROGRAMA "?"
           MOVE 05 TO CWBOXW-LINE
           MOVE 03 TO CWBOXW-COLUMN
           MOVE 15 TO CWBOXW-VERTICAL-LENGTH
           MOVE 74 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 78 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           MOVE SPACES TO LINHA-MSG
           STRING "Conflito de funcoes no acesso de " DELIMITED BY SIZE
                  CWSODC-USUARIO DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
             INTO LINHA-MSG
           CALL "CWMSGW" USING "060570" LINHA-MSG
           MOVE 7 TO LINHA-TELA
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > CWSODC-VIOLACOES
                                            OR V > 5
                   MOVE SPACES TO LINHA-MSG
                   STRING CWSODC-REGRA (V) " "
                          CWSODC-DESCRICAO (V)
                          DELIMITED BY SIZE
                     INTO LINHA-MSG
                   MOVE "000570"   TO POS-TELA
                   MOVE LINHA-TELA TO POS-LINHA
                   CALL "CWMSGW" USING POS-TELA LINHA-MSG
                   ADD  1 TO LINHA-TELA
                   MOVE SPACES TO LINHA-MSG
                   STRING "  programas: " CWSODC-PROGRAMAS (V)
                          DELIMITED BY SIZE
                     INTO LINHA-MSG
                   MOVE "000570"   TO POS-TELA
                   MOVE LINHA-TELA TO POS-LINHA
                   CALL "CWMSGW" USING POS-TELA LINHA-MSG
                   ADD  1 TO LINHA-TELA
           END-PERFORM
           IF   CWSODC-VIOLACOES > 5
                CALL "CWMSGW" USING "170530"
                                    "(e outras regras violadas)"
           END-IF
           CALL "CWMSGW" USING "180514" "Justificativa:"
           CALL "CWMSGW" USING "190526" "(em branco nao libera)"
           MOVE SPACES TO CWSODC-JUSTIFICATIVA
           ACCEPT CWSODC-JUSTIFICATIVA AT 1820 WITH UPDATE
           IF   CWSODC-JUSTIFICATIVA = SPACES
                MOVE "Conflito de funcoes sem justificativa: negado"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 400-FECHA
           END-IF
           MOVE SPACES TO CWSEND-MSG CWSEND-SCREENS
           MOVE "Liberar apesar do conflito de funcoes?" TO CWSEND-MSG
           MOVE "~Confirmar" TO CWSEND-SCREEN (1)
           MOVE "~Voltar"    TO CWSEND-SCREEN (2)
           MOVE 2            TO CWSEND-OPTION
           CALL "CWSEND" USING PARAMETROS-CWSEND
           MOVE SPACES TO CWSEND-SCREENS
           IF   CWSEND-OPTION NOT = 1
                GO TO 400-FECHA
           END-IF
           MOVE "S" TO CWSODC-LIBERADO
           PERFORM 410-GRAVA-SX THRU 410-99-FIM
                   VARYING V FROM 1 BY 1 UNTIL V > CWSODC-VIOLACOES.

       400-FECHA.

           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW.

       400-99-FIM. EXIT.

       410-GRAVA-SX.

           PERFORM 330-LE-SX THRU 330-99-FIM
           IF   FS-CWCONF < "10"
                SET CWSQLC-REWRITE TO TRUE
           ELSE
                MOVE LOW-VALUES TO CWCONF-REG
                MOVE "SX"       TO CWCONF-TIPO
                MOVE SPACES     TO CWCONF-CHAVE
                MOVE CWSODC-REGRA (V)       TO CWCONF-CHAVE (1: 7)
                MOVE CWSODC-USUARIO (1: 25) TO CWCONF-CHAVE (8: 25)
                SET CWSQLC-WRITE TO TRUE
           END-IF
           MOVE CWSODC-USUARIO       TO CWCONF-NOME
           MOVE CWSODC-JUSTIFICATIVA TO CWCONF-JOB-MENSAGEM
           MOVE NOME                 TO CWCONF-AP-APROVADOR
           MOVE HOJE                 TO CWCONF-CHANGELOG-DATA
           MOVE CWSODC-ORIGEM        TO CWCONF-JOB
           MOVE SPACES               TO CWCONF-LABEL
           MOVE CWSODC-PROGRAMAS (V) TO CWCONF-LABEL
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           MOVE CWSODC-JUSTIFICATIVA TO CWSODC-SX-TEXTO (V)
           MOVE NOME                 TO CWSODC-SX-POR (V)
           MOVE HOJE                 TO CWSODC-SX-DATA (V)
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", liberou conflito ' DELIMITED BY SIZE
                  CWSODC-REGRA (V) DELIMITED BY SPACE
                  " de " DELIMITED BY SIZE
                  CWSODC-USUARIO DELIMITED BY SPACE
                  ": " DELIMITED BY SIZE
                  CWSODC-JUSTIFICATIVA DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS
           MOVE SPACES TO SEVT-DET
           STRING CWSODC-REGRA (V) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CWSODC-USUARIO DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  CWSODC-ORIGEM DELIMITED BY SPACE
             INTO SEVT-DET
           CALL "CWSEVT" USING "SODV01" SEVT-DET.

       410-99-FIM. EXIT.

       END PROGRAM CWSODC.
