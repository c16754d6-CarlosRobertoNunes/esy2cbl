       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWRECB.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Livro de recebimento de arquivos ("RB"):     *
                      *  cada arquivo que o vigia CWWTCH toma fica    *
                      *  registrado com nome, tamanho, soma de        *
                      *  controle do conteudo, quantidade de          *
                      *  registros, chegada, gatilho "TG", situacao   *
                      *  e o resultado da corrente disparada.  Soma   *
                      *  igual a de um recebimento liberado e'        *
                      *  recusada (arquivo processado duas vezes).    *
                      *  Gatilho com trailer definido tem a           *
                      *  quantidade de registros e o valor total do   *
                      *  trailer conferidos contra os detalhes antes  *
                      *  de liberar a corrente.                       *
                      *  Pressupoe o CWCONF ja aberto pelo chamador.  *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RECLIN ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-RECLIN.

       DATA DIVISION.
       FILE SECTION.

       FD   RECLIN
            VALUE OF FILE-ID LB-RECLIN
            RECORD VARYING FROM 0 TO 2048 DEPENDING ON TAM-LINHA.

       01   RECLIN-REG PIC X(2048).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 ER-RECLIN.
              10 FS-RECLIN             PIC  X(002) VALUE "00".
              10 LB-RECLIN             PIC  X(255) VALUE SPACES.
           05 I                        PIC  9(004) VALUE 0.
           05 J                        PIC  9(003) VALUE 0.
           05 P                        PIC  9(003) VALUE 0.
           05 NOME                     PIC  X(030) VALUE SPACES.
           05 TASK                     PIC  9(006) VALUE 0.
           05 PROGRAMA                 PIC  X(008) VALUE SPACES.
           05 TAM-LINHA                PIC  9(004) VALUE 0.
           05 TAM-DETALHE              PIC  9(004) VALUE 0.
           05 TAM-ANTERIOR             PIC  9(004) VALUE 0.
           05 LINHA                    PIC  X(2048) VALUE SPACES.
           05 FILLER REDEFINES LINHA.
              10 BYTE-L OCCURS 2048    PIC  9(002) COMP-X.
           05 DETALHE-W                PIC  X(2048) VALUE SPACES.
           05 ANTERIOR                 PIC  X(2048) VALUE SPACES.
           05 TRAILER                  PIC  X(2048) VALUE SPACES.
           05 TEM-ANTERIOR             PIC  X(001) VALUE "N".
           05 FIM-ARQUIVO              PIC  X(001) VALUE "N".
      *    Soma de controle: dois acumuladores sobre cada byte de
      *    cada linha e o fim de linha, espremidos em 30 caracteres
      *    como no CWHASH
           05 H1                       PIC  9(012) VALUE 0.
           05 H2                       PIC  9(012) VALUE 0.
           05 ACUMULA                  PIC  9(015) VALUE 0.
           05 QUOCIENTE                PIC  9(015) VALUE 0.
           05 SOBRA                    PIC  9(012) VALUE 0.
           05 ALFABETO                 PIC  X(036) VALUE
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
      *    Trailer do gatilho ("TG")
           05 TEM-TRAILER              PIC  X(001) VALUE "N".
           05 TRAILER-LIDO             PIC  X(001) VALUE "N".
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
           05 DETALHES                 PIC  9(009) VALUE 0.
           05 INVALIDOS                PIC  9(009) VALUE 0.
           05 QTDE-TRAILER             PIC  9(009) VALUE 0.
           05 SOMA-DETALHE             PIC S9(014)V9(004) VALUE 0.
           05 VALOR-TRAILER            PIC S9(014)V9(004) VALUE 0.
           05 ED-QTDE                  PIC  Z(006)9.
           05 ED-VALOR                 PIC  -Z(009)9,99.
           05 ED-TEXTO                 PIC  X(060) VALUE SPACES.
           05 ED-QTDE-1                PIC  Z(008)9.
           05 ED-QTDE-2                PIC  Z(008)9.
      *    Recebimentos anteriores de mesma soma
           05 CHAVE-BASE               PIC  X(030) VALUE SPACES.
           05 SEQUENCIA                PIC  9(003) VALUE 0.
           05 SEQ-LIDA                 PIC  9(002) VALUE 0.
           05 ACHOU-LIBERADO           PIC  X(001) VALUE "N".
           05 DUP-DATA                 PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DUP-DATA.
              10 DUP-ANO               PIC  9(004).
              10 DUP-MES               PIC  9(002).
              10 DUP-DIA               PIC  9(002).
           05 DUP-ED.
              10 DUP-ED-DIA            PIC  9(002).
              10 FILLER                PIC  X(001) VALUE "/".
              10 DUP-ED-MES            PIC  9(002).
              10 FILLER                PIC  X(001) VALUE "/".
              10 DUP-ED-ANO            PIC  9(004).
      *    Chegada e dia de processamento
           05 CHEGADA-DATA             PIC  9(008) VALUE 0.
           05 CHEGADA-HORA             PIC  9(008) VALUE 0.
           05 DATA-PROC                PIC  9(008) VALUE 0.
      *    Recebimentos liberados sem resultado da corrente
           05 TOT-PENDENTES            PIC  9(003) VALUE 0.
           05 TABELA-PENDENTES.
              10 PD-TB OCCURS 200.
                 15 PD-CHAVE           PIC  X(032).
                 15 PD-JOB             PIC  X(007).
                 15 PD-DATA            PIC  9(008).
                 15 PD-HORA            PIC  9(008).
           05 SEGUE-JOB                PIC  X(007) VALUE SPACES.
           05 SEGUE-DATA               PIC  9(008) VALUE 0.
           05 SEGUE-HORA               PIC  9(006) VALUE 0.
           05 PASSOS                   PIC  9(003) VALUE 0.
           05 RESULTADO                PIC  X(001) VALUE SPACE.
           05 FIM-DATA                 PIC  9(008) VALUE 0.
           05 FIM-HORA                 PIC  9(008) VALUE 0.

       COPY CWTIME.
       COPY CWDTSB.
       COPY CWCONF.
       COPY CWDDCV.

       LINKAGE SECTION.

       COPY CWRECB.

       PROCEDURE DIVISION USING PARAMETROS-CWRECB.

       000-INICIO.

           MOVE SPACES TO CWRECB-MENSAGEM
           EVALUATE TRUE
               WHEN CWRECB-REGISTRA
                    PERFORM 100-REGISTRA   THRU 100-99-FIM
               WHEN CWRECB-SITUA
                    PERFORM 200-SITUA      THRU 200-99-FIM
               WHEN CWRECB-RESULTADOS
                    PERFORM 300-RESULTADOS THRU 300-99-FIM
           END-EVALUATE.

       000-99-FIM. GOBACK.

      *    Le o arquivo uma vez: soma, registros, detalhes e trailer;
      *    confere o trailer, procura a mesma soma e grava o "RB"
       100-REGISTRA.

           SET  CWRECB-LIBERADO TO TRUE
           MOVE SPACES TO CWRECB-CHAVE CWRECB-SOMA ED-TEXTO
           MOVE 0      TO CWRECB-REGISTROS DETALHES INVALIDOS
                          SOMA-DETALHE
           MOVE CWRECB-ARQUIVO TO CWRECB-LOCAL
           CALL "CWGETU" USING NOME TASK PROGRAMA "?"
           SET  CWTIME-NORMAL TO TRUE
           SET  CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE SPACE TO CWTIME-TODAY-STATUS
           MOVE CWTIME-DATE-FINAL TO CHEGADA-DATA
           MOVE CWTIME-TIME-FINAL TO CHEGADA-HORA
           MOVE SPACES TO CWDTSB-TEXTO
           CALL "CWDTSB" USING PARAMETROS-CWDTSB
           MOVE CWDTSB-DATA-PROC TO DATA-PROC

           PERFORM 110-LE-GATILHO THRU 110-99-FIM
           PERFORM 120-LE-ARQUIVO THRU 120-99-FIM
           IF   CWRECB-ILEGIVEL
                GO TO 100-GRAVA
           END-IF
           IF   TEM-TRAILER = "S"
                PERFORM 150-BALANCEIA THRU 150-99-FIM
           END-IF.

       100-GRAVA.

      *    Sem conteudo (vazio ou ilegivel) nao ha o que comparar:
      *    a chave vira a propria chegada
           IF   CWRECB-SOMA = SPACES
           OR   CWRECB-REGISTROS = 0
                MOVE SPACES TO CHAVE-BASE
                STRING "#" CHEGADA-DATA CHEGADA-HORA
                       DELIMITED BY SIZE INTO CHAVE-BASE
           ELSE
                MOVE CWRECB-SOMA TO CHAVE-BASE
           END-IF
           PERFORM 160-PROCURA THRU 160-99-FIM
           IF   ACHOU-LIBERADO = "S"
           AND  CWRECB-LIBERADO
           AND  CHAVE-BASE (1: 1) NOT = "#"
                SET  CWRECB-DUPLICADO TO TRUE
                MOVE DUP-DIA TO DUP-ED-DIA
                MOVE DUP-MES TO DUP-ED-MES
                MOVE DUP-ANO TO DUP-ED-ANO
                MOVE SPACES  TO CWRECB-MENSAGEM
                STRING "Conteudo ja recebido em " DUP-ED
                       DELIMITED BY SIZE INTO CWRECB-MENSAGEM
           END-IF
           PERFORM 170-GRAVA-RB THRU 170-99-FIM.

       100-99-FIM. EXIT.

      *    Definicao do trailer no "TG": selecao do registro trailer
      *    em CWCONF-PAGINA/QUADRO/TIPO-FORM (posicao zero = ultimo
      *    registro), quantidade em (1), valor total em (2), valor
      *    do detalhe em (3) e selecao do detalhe em CWCONF-SIZE-S-99/
      *    FATOR-S-99/HELP (3)
       110-LE-GATILHO.

           MOVE "N" TO TEM-TRAILER
           MOVE 0   TO TR-SEL-POS TR-SEL-TAM QT-POS QT-TAM
                       VT-POS VT-TAM VT-DEC VD-POS VD-TAM VD-DEC
                       DT-SEL-POS DT-SEL-TAM
           MOVE SPACES TO TR-SEL-VAL DT-SEL-VAL
           MOVE "TG"           TO CWCONF-REG
           MOVE SPACES         TO CWCONF-CHAVE
           MOVE CWRECB-GATILHO TO CWCONF-CHAVE (1: 7)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF > "09"
                GO TO 110-99-FIM
           END-IF
           IF   CWCONF-PAGINA NUMERIC
           AND  CWCONF-QUADRO NUMERIC
           AND  CWCONF-QUADRO > 0
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
           AND  CWCONF-FATOR-S-99 (3) > 0
                MOVE CWCONF-SIZE-S-99 (3)  TO DT-SEL-POS
                MOVE CWCONF-FATOR-S-99 (3) TO DT-SEL-TAM
                MOVE CWCONF-HELP (3)       TO DT-SEL-VAL
           END-IF
           IF   VT-TIPO NOT = "S"
                MOVE "N" TO VT-TIPO
           END-IF
           IF   VD-TIPO NOT = "S"
                MOVE "N" TO VD-TIPO
           END-IF
           IF   (QT-POS > 0 AND QT-TAM > 0)
           OR   (VT-POS > 0 AND VT-TAM > 0)
                MOVE "S" TO TEM-TRAILER
           END-IF.

       110-99-FIM. EXIT.

       120-LE-ARQUIVO.

           MOVE CWRECB-ARQUIVO TO LB-RECLIN
           OPEN INPUT RECLIN
           IF   FS-RECLIN > "09"
                SET  CWRECB-ILEGIVEL TO TRUE
                MOVE SPACES TO CWRECB-MENSAGEM
                STRING "Falha ao abrir o arquivo (" FS-RECLIN ")"
                       DELIMITED BY SIZE INTO CWRECB-MENSAGEM
                GO TO 120-99-FIM
           END-IF
           MOVE 2166136261 TO H1
           MOVE 5381       TO H2
           MOVE "N" TO FIM-ARQUIVO TEM-ANTERIOR TRAILER-LIDO
           PERFORM UNTIL FIM-ARQUIVO = "S"
                   MOVE SPACES TO RECLIN-REG
                   READ RECLIN
                   IF   FS-RECLIN > "09"
                        MOVE "S" TO FIM-ARQUIVO
                   ELSE
                        ADD  1 TO CWRECB-REGISTROS
                        MOVE RECLIN-REG TO LINHA
                        PERFORM 130-SOMA THRU 130-99-FIM
                        IF   TEM-TRAILER = "S"
                             PERFORM 125-SEPARA THRU 125-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           CLOSE RECLIN
           IF   FS-RECLIN NOT = "10"
           AND  FS-RECLIN > "09"
                SET  CWRECB-ILEGIVEL TO TRUE
                MOVE SPACES TO CWRECB-MENSAGEM
                STRING "Falha de leitura (" FS-RECLIN ")"
                       DELIMITED BY SIZE INTO CWRECB-MENSAGEM
           END-IF
      *    Sem selecao o trailer e' o ultimo registro do arquivo
           IF   TR-SEL-TAM = 0
           AND  TEM-ANTERIOR = "S"
                MOVE ANTERIOR TO TRAILER
                MOVE "S"      TO TRAILER-LIDO
           END-IF
           PERFORM 135-ESPREME THRU 135-99-FIM
                   VARYING J FROM 1 BY 1 UNTIL J > 30.

       120-99-FIM. EXIT.

      *    Registro trailer (pela selecao, ou o anterior quando o
      *    trailer e' o ultimo) ou detalhe
       125-SEPARA.

           IF   TR-SEL-TAM > 0
                IF   TR-SEL-POS + TR-SEL-TAM - 1 NOT > 2048
                AND  LINHA (TR-SEL-POS: TR-SEL-TAM)
                     = TR-SEL-VAL (1: TR-SEL-TAM)
                     MOVE LINHA TO TRAILER
                     MOVE "S"   TO TRAILER-LIDO
                ELSE
                     MOVE LINHA     TO DETALHE-W
                     MOVE TAM-LINHA TO TAM-DETALHE
                     PERFORM 140-DETALHE THRU 140-99-FIM
                END-IF
                GO TO 125-99-FIM
           END-IF
           IF   TEM-ANTERIOR = "S"
                MOVE ANTERIOR     TO DETALHE-W
                MOVE TAM-ANTERIOR TO TAM-DETALHE
                PERFORM 140-DETALHE THRU 140-99-FIM
           END-IF
           MOVE LINHA     TO ANTERIOR
           MOVE TAM-LINHA TO TAM-ANTERIOR
           MOVE "S"       TO TEM-ANTERIOR.

       125-99-FIM. EXIT.

       130-SOMA.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TAM-LINHA
                   COMPUTE ACUMULA = H1 * 131 + BYTE-L (I) + 1
                   DIVIDE ACUMULA BY 999999000001
                          GIVING QUOCIENTE REMAINDER H1
                   COMPUTE ACUMULA = H2 * 33 + BYTE-L (I) + 7
                   DIVIDE ACUMULA BY 987654321557
                          GIVING QUOCIENTE REMAINDER H2
           END-PERFORM
      *    Fim de linha entra na soma (linhas trocadas de lugar ou
      *    partidas de outro jeito dao outra soma)
           COMPUTE ACUMULA = H1 * 131 + 10 + TAM-LINHA
           DIVIDE ACUMULA BY 999999000001
                  GIVING QUOCIENTE REMAINDER H1
           COMPUTE ACUMULA = H2 * 33 + 10
           DIVIDE ACUMULA BY 987654321557
                  GIVING QUOCIENTE REMAINDER H2.

       130-99-FIM. EXIT.

       135-ESPREME.

           COMPUTE ACUMULA = H1 * 131 + H2 + J
           DIVIDE ACUMULA BY 999999000001
                  GIVING QUOCIENTE REMAINDER H1
           COMPUTE ACUMULA = H2 * 33 + H1 + J * 7
           DIVIDE ACUMULA BY 987654321557
                  GIVING QUOCIENTE REMAINDER H2
           COMPUTE ACUMULA = H1 + H2
           DIVIDE ACUMULA BY 36 GIVING QUOCIENTE REMAINDER SOBRA
           MOVE SOBRA TO P
           ADD  1 TO P
           MOVE ALFABETO (P: 1) TO CWRECB-SOMA (J: 1).

       135-99-FIM. EXIT.

      *    Detalhe (pela selecao do detalhe, se houver): conta e
      *    soma o valor
       140-DETALHE.

           IF   DT-SEL-TAM > 0
                IF   DT-SEL-POS + DT-SEL-TAM - 1 > 2048
                     GO TO 140-99-FIM
                END-IF
                IF   DETALHE-W (DT-SEL-POS: DT-SEL-TAM)
                     NOT = DT-SEL-VAL (1: DT-SEL-TAM)
                     GO TO 140-99-FIM
                END-IF
           END-IF
           ADD 1 TO DETALHES
           IF   VD-POS = 0
           OR   VD-TAM = 0
                GO TO 140-99-FIM
           END-IF
           SET  CWDDCV-DECODIFICA TO TRUE
           MOVE VD-TIPO           TO CWDDCV-TIPO
           MOVE VD-TAM            TO CWDDCV-TAMANHO
           MOVE VD-DEC            TO CWDDCV-DECIMAIS
           MOVE SPACES            TO CWDDCV-FORMATO CWDDCV-CAMPO
           MOVE DETALHE-W (VD-POS: VD-TAM) TO CWDDCV-CAMPO
           CALL "CWDDCV" USING PARAMETROS-CWDDCV
           IF   CWDDCV-OK
                ADD CWDDCV-VALOR TO SOMA-DETALHE
           ELSE
                ADD 1 TO INVALIDOS
           END-IF.

       140-99-FIM. EXIT.

      *    Quantidade e valor total do trailer contra os detalhes
       150-BALANCEIA.

           IF   TRAILER-LIDO NOT = "S"
                SET  CWRECB-DIVERGENTE TO TRUE
                MOVE "Trailer ausente" TO CWRECB-MENSAGEM
                GO TO 150-99-FIM
           END-IF
           MOVE 0 TO QTDE-TRAILER VALOR-TRAILER
           IF   QT-POS > 0
           AND  QT-TAM > 0
                SET  CWDDCV-DECODIFICA TO TRUE
                MOVE "N"               TO CWDDCV-TIPO
                MOVE QT-TAM            TO CWDDCV-TAMANHO
                MOVE 0                 TO CWDDCV-DECIMAIS
                MOVE SPACES            TO CWDDCV-FORMATO CWDDCV-CAMPO
                MOVE TRAILER (QT-POS: QT-TAM) TO CWDDCV-CAMPO
                CALL "CWDDCV" USING PARAMETROS-CWDDCV
                IF   NOT CWDDCV-OK
                     SET  CWRECB-DIVERGENTE TO TRUE
                     MOVE "Quantidade do trailer invalida"
                       TO CWRECB-MENSAGEM
                     GO TO 150-99-FIM
                END-IF
                MOVE CWDDCV-VALOR TO QTDE-TRAILER
           END-IF
           IF   VT-POS > 0
           AND  VT-TAM > 0
                SET  CWDDCV-DECODIFICA TO TRUE
                MOVE VT-TIPO           TO CWDDCV-TIPO
                MOVE VT-TAM            TO CWDDCV-TAMANHO
                MOVE VT-DEC            TO CWDDCV-DECIMAIS
                MOVE SPACES            TO CWDDCV-FORMATO CWDDCV-CAMPO
                MOVE TRAILER (VT-POS: VT-TAM) TO CWDDCV-CAMPO
                CALL "CWDDCV" USING PARAMETROS-CWDDCV
                IF   NOT CWDDCV-OK
                     SET  CWRECB-DIVERGENTE TO TRUE
                     MOVE "Valor total do trailer invalido"
                       TO CWRECB-MENSAGEM
                     GO TO 150-99-FIM
                END-IF
                MOVE CWDDCV-VALOR TO VALOR-TRAILER
           END-IF
           PERFORM 155-TOTAIS THRU 155-99-FIM
           IF   QT-POS > 0
           AND  QTDE-TRAILER NOT = DETALHES
                SET  CWRECB-DIVERGENTE TO TRUE
                MOVE QTDE-TRAILER TO ED-QTDE-1
                MOVE DETALHES     TO ED-QTDE-2
                MOVE SPACES TO CWRECB-MENSAGEM
                STRING "Trailer com " ED-QTDE-1 " reg., lidos "
                       ED-QTDE-2 DELIMITED BY SIZE
                  INTO CWRECB-MENSAGEM
                GO TO 150-99-FIM
           END-IF
           IF   VT-POS = 0
           OR   VD-POS = 0
                GO TO 150-99-FIM
           END-IF
           IF   INVALIDOS > 0
                SET  CWRECB-DIVERGENTE TO TRUE
                MOVE INVALIDOS TO ED-QTDE-1
                MOVE SPACES TO CWRECB-MENSAGEM
                STRING ED-QTDE-1 " valores invalidos nos detalhes"
                       DELIMITED BY SIZE INTO CWRECB-MENSAGEM
                GO TO 150-99-FIM
           END-IF
           IF   VALOR-TRAILER NOT = SOMA-DETALHE
                SET  CWRECB-DIVERGENTE TO TRUE
                MOVE "Valor total do trailer nao confere"
                  TO CWRECB-MENSAGEM
           END-IF.

       150-99-FIM. EXIT.

      *    Texto "Trailer qtde valor Lido qtde valor" para o livro
       155-TOTAIS.

           MOVE SPACES TO ED-TEXTO
           MOVE QTDE-TRAILER  TO ED-QTDE
           MOVE VALOR-TRAILER TO ED-VALOR
           STRING "Trailer " ED-QTDE " " ED-VALOR
                  DELIMITED BY SIZE INTO ED-TEXTO
           MOVE DETALHES      TO ED-QTDE
           MOVE SOMA-DETALHE  TO ED-VALOR
           STRING " Lido " ED-QTDE " " ED-VALOR
                  DELIMITED BY SIZE INTO ED-TEXTO (31: 30).

       155-99-FIM. EXIT.

      *    Recebimentos de mesma soma: proxima sequencia e se algum
      *    foi liberado (ou ficou para disparo manual)
       160-PROCURA.

           MOVE 0   TO SEQUENCIA DUP-DATA
           MOVE "N" TO ACHOU-LIBERADO
           MOVE "RB"       TO CWCONF-REG
           MOVE SPACES     TO CWCONF-CHAVE
           MOVE CHAVE-BASE TO CWCONF-CHAVE (1: 30)
           MOVE "00"       TO CWCONF-CHAVE (31: 2)
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "RB"
                   AND  CWCONF-CHAVE (1: 30) = CHAVE-BASE
                        IF   CWCONF-CHAVE (31: 2) NUMERIC
                             MOVE CWCONF-CHAVE (31: 2) TO SEQ-LIDA
                             COMPUTE SEQUENCIA = SEQ-LIDA + 1
                        END-IF
                        IF   (CWCONF-AP-STATUS = "L" OR "X")
                        AND  ACHOU-LIBERADO = "N"
                             MOVE "S" TO ACHOU-LIBERADO
                             MOVE CWCONF-ULTIMO-LOGIN-DATA
                               TO DUP-DATA
                        END-IF
                   ELSE
                        MOVE "10" TO FS-CWCONF
                   END-IF
           END-PERFORM
           IF   SEQUENCIA > 99
                MOVE 99 TO SEQUENCIA
           END-IF.

       160-99-FIM. EXIT.

       170-GRAVA-RB.

           MOVE LOW-VALUES TO CWCONF-REG
           MOVE "RB"       TO CWCONF-TIPO
           MOVE SPACES     TO CWCONF-CHAVE
           MOVE CHAVE-BASE TO CWCONF-CHAVE (1: 30)
           MOVE SEQUENCIA (2: 2) TO CWCONF-CHAVE (31: 2)
           MOVE CWCONF-CHAVE     TO CWRECB-CHAVE
           MOVE CWRECB-GATILHO   TO CWCONF-RELATORIO
           MOVE CWRECB-JOB       TO CWCONF-JOB
           MOVE CWRECB-NOME      TO CWCONF-LABEL
           MOVE CWRECB-LOCAL     TO CWCONF-DESTINO-END
           MOVE CWRECB-TAMANHO   TO CWCONF-TAMANHO-LIMITE-KB
           MOVE CWRECB-REGISTROS TO CWCONF-TAMANHO-ULTIMO-KB
           MOVE DETALHES         TO CWCONF-UC-CONTADOR
           MOVE CHEGADA-DATA     TO CWCONF-ULTIMO-LOGIN-DATA
           MOVE CHEGADA-HORA     TO CWCONF-ULTIMO-LOGIN-HORA
           MOVE DATA-PROC        TO CWCONF-JOB-ULTIMA-DATA
           MOVE CWRECB-SITUACAO  TO CWCONF-AP-STATUS
           MOVE SPACE            TO CWCONF-JOB-ULTIMO-RC
           MOVE 0                TO CWCONF-LD-SINAL-DATA
                                    CWCONF-LD-SINAL-HORA
           MOVE CWRECB-MENSAGEM  TO CWCONF-JOB-MENSAGEM
           MOVE ED-TEXTO         TO CWCONF-JOB-PARAMETRO
           MOVE NOME             TO CWCONF-NOME
           SET CWSQLC-WRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF > "09"
           AND  CWRECB-MENSAGEM = SPACES
                MOVE "Falha ao gravar o livro de recebimento"
                  TO CWRECB-MENSAGEM
           END-IF.

       170-99-FIM. EXIT.

      *    Nova situacao e local do arquivo (quarentena, executor
      *    fora do ar)
       200-SITUA.

           MOVE "RB"         TO CWCONF-REG
           MOVE CWRECB-CHAVE TO CWCONF-CHAVE
           SET CWSQLC-READ  TO TRUE
           SET CWSQLC-EQUAL TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF > "09"
                GO TO 200-99-FIM
           END-IF
           MOVE CWRECB-SITUACAO TO CWCONF-AP-STATUS
           IF   CWRECB-LOCAL NOT = SPACES
                MOVE CWRECB-LOCAL TO CWCONF-DESTINO-END
           END-IF
           IF   CWRECB-MENSAGEM NOT = SPACES
                MOVE CWRECB-MENSAGEM TO CWCONF-JOB-MENSAGEM
           END-IF
           SET CWSQLC-REWRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       200-99-FIM. EXIT.

      *    Resultado da corrente: segue os "JE" a partir da chegada,
      *    do job do gatilho pelos sucessores lancados, ate um passo
      *    que falhou ou o ultimo passo OK
       300-RESULTADOS.

           MOVE 0    TO TOT-PENDENTES
           MOVE "RB" TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM UNTIL FS-CWCONF > "09"
                      OR TOT-PENDENTES = 200
                   SET CWSQLC-READ        TO TRUE
                   SET CWSQLC-NEXT        TO TRUE
                   SET CWSQLC-IGNORE-LOCK TO TRUE
                   CALL "CWCONF" USING CWSQLC CWCONF-REG
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "RB"
                        IF   CWCONF-AP-STATUS = "L"
                        AND  CWCONF-JOB-ULTIMO-RC = SPACE
                             ADD  1 TO TOT-PENDENTES
                             MOVE CWCONF-CHAVE
                               TO PD-CHAVE (TOT-PENDENTES)
                             MOVE CWCONF-JOB
                               TO PD-JOB (TOT-PENDENTES)
                             MOVE CWCONF-ULTIMO-LOGIN-DATA
                               TO PD-DATA (TOT-PENDENTES)
                             MOVE CWCONF-ULTIMO-LOGIN-HORA
                               TO PD-HORA (TOT-PENDENTES)
                        END-IF
                   ELSE
                        MOVE "10" TO FS-CWCONF
                   END-IF
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOT-PENDENTES
                   PERFORM 310-RESOLVE THRU 310-99-FIM
           END-PERFORM.

       300-99-FIM. EXIT.

       310-RESOLVE.

           MOVE PD-JOB (I)          TO SEGUE-JOB
           MOVE PD-DATA (I)         TO SEGUE-DATA
           MOVE PD-HORA (I) (1: 6)  TO SEGUE-HORA
           MOVE SPACE TO RESULTADO
           MOVE 0     TO PASSOS FIM-DATA FIM-HORA
           PERFORM 320-SEGUE THRU 320-99-FIM
                   UNTIL SEGUE-JOB = SPACES
                      OR PASSOS > 50
           IF   RESULTADO = SPACE
                GO TO 310-99-FIM
           END-IF
           MOVE "RB"         TO CWCONF-REG
           MOVE PD-CHAVE (I) TO CWCONF-CHAVE
           SET CWSQLC-READ  TO TRUE
           SET CWSQLC-EQUAL TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF > "09"
                GO TO 310-99-FIM
           END-IF
           MOVE RESULTADO TO CWCONF-JOB-ULTIMO-RC
           MOVE FIM-DATA  TO CWCONF-LD-SINAL-DATA
           MOVE FIM-HORA  TO CWCONF-LD-SINAL-HORA
           SET CWSQLC-REWRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       310-99-FIM. EXIT.

      *    Primeiro "JE" do job SEGUE-JOB a partir de SEGUE-DATA/
      *    HORA: em execucao ou ausente deixa pendente, falha fecha
      *    com "N", OK segue o sucessor lancado (sem sucessor = "S")
       320-SEGUE.

           ADD  1 TO PASSOS
           MOVE "JE"       TO CWCONF-REG
           MOVE SPACES     TO CWCONF-CHAVE
           MOVE SEGUE-JOB  TO CWCONF-CHAVE (1: 7)
           MOVE SEGUE-DATA TO CWCONF-CHAVE (8: 8)
           MOVE SEGUE-HORA TO CWCONF-CHAVE (16: 6)
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                SET CWSQLC-READ        TO TRUE
                SET CWSQLC-NEXT        TO TRUE
                SET CWSQLC-IGNORE-LOCK TO TRUE
                CALL "CWCONF" USING CWSQLC CWCONF-REG
                                    FS-CWCONF KCO PCO
           END-IF
           IF   FS-CWCONF > "09"
           OR   CWCONF-TIPO NOT = "JE"
           OR   CWCONF-CHAVE (1: 7) NOT = SEGUE-JOB
           OR   CWCONF-JOB-ULTIMO-RC = SPACE
                MOVE SPACES TO SEGUE-JOB
                GO TO 320-99-FIM
           END-IF
           MOVE CWCONF-LD-SINAL-DATA TO FIM-DATA
           MOVE CWCONF-LD-SINAL-HORA TO FIM-HORA
           IF   CWCONF-JOB-ULTIMO-RC = "N"
                MOVE "N"    TO RESULTADO
                MOVE SPACES TO SEGUE-JOB
                GO TO 320-99-FIM
           END-IF
           IF   CWCONF-JOB-PROXIMO-RC-OK = SPACES
           OR   CWCONF-JOB-PROXIMO-RC-OK = LOW-VALUES
                MOVE "S"    TO RESULTADO
                MOVE SPACES TO SEGUE-JOB
                GO TO 320-99-FIM
           END-IF
           MOVE CWCONF-JOB-PROXIMO-RC-OK TO SEGUE-JOB
           MOVE CWCONF-CHAVE (8: 8)      TO SEGUE-DATA
           MOVE CWCONF-CHAVE (16: 6)     TO SEGUE-HORA.

       320-99-FIM. EXIT.

       END PROGRAM CWRECB.
