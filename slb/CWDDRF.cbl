       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWDDRF.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Referencias entre arquivos do dicionario:    *
                      *  o registro "DR" (chave igual a do "DD") diz, *
                      *  campo a campo, o arquivo do cadastro "02"    *
                      *  em cuja chave o valor tem de existir.  A     *
                      *  chave do arquivo referido sao os campos "K"  *
                      *  do layout 01 dele, em ordem de posicao.      *
                      *  "V" valida o arquivo referido (CWDDMN), "E"  *
                      *  confere se um valor existe (CWDMNT, CWLOAD,  *
                      *  CWSCAN) e "R" conta quem ainda cita um       *
                      *  registro que vai ser excluido (CWDMNT).      *
                      *  Arquivo indexado e' lido pela chave no canal *
                      *  2 do CWDIDX; sequencial e' varrido, com as   *
                      *  chaves guardadas em memoria no uso em lote.  *
                      *  Pressupoe o CWCONF ja aberto pelo chamador.  *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REFLIN ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-REFLIN.

           SELECT REFREC ASSIGN TO DISK
                  ORGANIZATION  IS SEQUENTIAL
                  FILE STATUS   IS FS-REFREC.

       DATA DIVISION.
       FILE SECTION.

       FD   REFLIN
            VALUE OF FILE-ID LB-REF.

       01   REFLIN-REG PIC X(2048).

       FD   REFREC
            VALUE OF FILE-ID LB-REF
            RECORD VARYING FROM 1 TO 2048 DEPENDING ON TAM-REF.

       01   REFREC-REG PIC X(2048).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 ER-REF.
              10 FS-REFLIN             PIC  X(002) VALUE "00".
              10 FS-REFREC             PIC  X(002) VALUE "00".
              10 LB-REF                PIC  X(255) VALUE SPACES.
           05 TAM-REF                  PIC  9(004) VALUE 0.
           05 MODO-LEITURA             PIC  X(001) VALUE "L".
           05 FIM-REF                  PIC  X(001) VALUE "N".
           05 PRIMEIRA-VEZ             PIC  X(001) VALUE "S".
           05 ACHOU-LUGAR              PIC  X(001) VALUE "N".
           05 I                        PIC  9(003) VALUE 0.
           05 J                        PIC  9(003) VALUE 0.
           05 K                        PIC  9(003) VALUE 0.
           05 R                        PIC  9(002) VALUE 0.
           05 CONTA-RF                 PIC  9(007) VALUE 0.
           05 REG-REF                  PIC  X(2048) VALUE SPACES.
           05 CHAVE-REG                PIC  X(060) VALUE SPACES.
           05 CHAVE-PROCURADA          PIC  X(060) VALUE SPACES.
           05 VALOR-W                  PIC  X(060) VALUE SPACES.
      *    Arquivo referido corrente: chave = campos "K" do layout
      *    01, em ordem de posicao
           05 AL-NOME                  PIC  X(030) VALUE SPACES.
           05 AL-LABEL                 PIC  X(255) VALUE SPACES.
           05 AL-INDEXADO              PIC  X(001) VALUE "N".
           05 AL-CHAVE-POS             PIC  9(004) VALUE 0.
           05 AL-CHAVE-TAM             PIC  9(002) VALUE 0.
           05 AL-TAM-REG               PIC  9(004) VALUE 0.
           05 AL-TAM-CHAVE             PIC  9(003) VALUE 0.
           05 AL-TOT-K                 PIC  9(002) VALUE 0.
           05 TAB-AL-K.
              10 AL-K OCCURS 26.
                 15 AL-K-POS           PIC  9(004).
                 15 AL-K-TAM           PIC  9(003).
      *    Chaves guardadas no uso em lote (CWDDRF-MEMORIA "S"):
      *    "C" carregado, "X" nao coube (varre o arquivo a cada
      *    consulta), "E" arquivo nao abriu
           05 MC                       PIC  9(001) VALUE 0.
           05 MC-VEZ                   PIC  9(001) VALUE 0.
           05 MC-I                     PIC  9(004) VALUE 0.
           05 TAB-MEMORIA.
              10 MC-TB OCCURS 4.
                 15 MC-NOME            PIC  X(030).
                 15 MC-SITUACAO        PIC  X(001).
                 15 MC-TOT             PIC  9(004).
                 15 MC-CHAVE           PIC  X(060) OCCURS 2500.
      *    Campos de outros arquivos que citam o arquivo (funcao "R")
           05 TOT-RF                   PIC  9(002) VALUE 0.
           05 TAB-REFERENTES.
              10 RF-TB OCCURS 30.
                 15 RF-ARQUIVO         PIC  X(030).
                 15 RF-LAYOUT          PIC  X(002).
                 15 RF-SLOT            PIC  9(002).
                 15 RF-LABEL           PIC  X(255).
                 15 RF-NOME            PIC  X(034).
                 15 RF-POSICAO         PIC  9(004).
                 15 RF-TAMANHO         PIC  9(003).
                 15 RF-SEL-POS         PIC  9(004).
                 15 RF-SEL-TAM         PIC  9(002).
                 15 RF-SEL-VAL         PIC  X(020).
                 15 RF-TAM-REG         PIC  9(004).
                 15 RF-INDEXADO        PIC  X(001).
                 15 RF-CHAVE-POS       PIC  9(004).
                 15 RF-CHAVE-TAM       PIC  9(002).

       COPY CWCONF.
       COPY CWDIDX.

       LINKAGE SECTION.

       COPY CWDDRF.

       PROCEDURE DIVISION USING PARAMETROS-CWDDRF.

       000-INICIO.

           IF   PRIMEIRA-VEZ = "S"
                INITIALIZE TAB-MEMORIA
                MOVE "N" TO PRIMEIRA-VEZ
           END-IF
           MOVE "0"    TO CWDDRF-STATUS
           MOVE 0      TO CWDDRF-QTDE
           MOVE SPACES TO CWDDRF-MENSAGEM
                          CWDDRF-REFERENTE
                          CWDDRF-CAMPO
           EVALUATE TRUE
               WHEN CWDDRF-VALIDA
                    PERFORM 100-VALIDA THRU 100-99-FIM
               WHEN CWDDRF-REFERIDO
                    PERFORM 300-REFERIDO THRU 300-99-FIM
               WHEN OTHER
                    PERFORM 200-EXISTE THRU 200-99-FIM
           END-EVALUATE.

       000-99-FIM. GOBACK.

       100-VALIDA.

           MOVE SPACES TO AL-NOME
           MOVE 0      TO CWDDRF-TAM-CHAVE
           PERFORM 150-ALVO THRU 150-99-FIM
           IF   NOT CWDDRF-ERRO
                MOVE AL-TAM-CHAVE TO CWDDRF-TAM-CHAVE
           END-IF.

       100-99-FIM. EXIT.

      *    Carrega o "02" e a chave do layout 01 do arquivo referido;
      *    no uso em lote fica o do ultimo arquivo consultado
       150-ALVO.

           IF   CWDDRF-MEMORIA = "S"
           AND  CWDDRF-ARQUIVO = AL-NOME
           AND  AL-NOME NOT = SPACES
                GO TO 150-99-FIM
           END-IF
           MOVE SPACES TO AL-NOME AL-LABEL
           MOVE "N"    TO AL-INDEXADO
           MOVE 0      TO AL-CHAVE-POS AL-CHAVE-TAM AL-TAM-REG
                          AL-TAM-CHAVE AL-TOT-K
           IF   CWDDRF-ARQUIVO = SPACES
                SET  CWDDRF-ERRO TO TRUE
                MOVE "Arquivo referido nao informado"
                  TO CWDDRF-MENSAGEM
                GO TO 150-99-FIM
           END-IF

           MOVE "02"           TO CWCONF-REG
           MOVE CWDDRF-ARQUIVO TO CWCONF-CHAVE
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF > "09"
                SET  CWDDRF-ERRO TO TRUE
                MOVE "Arquivo referido fora do cadastro 02"
                  TO CWDDRF-MENSAGEM
                GO TO 150-99-FIM
           END-IF
           MOVE CWCONF-ARQUIVO TO AL-LABEL
           IF   CWCONF-JOB-TIPO = "I"
                MOVE "S" TO AL-INDEXADO
                IF   CWCONF-PAGINA NUMERIC
                AND  CWCONF-QUADRO NUMERIC
                     MOVE CWCONF-PAGINA TO AL-CHAVE-POS
                     MOVE CWCONF-QUADRO TO AL-CHAVE-TAM
                END-IF
           END-IF

           MOVE "DD"           TO CWCONF-REG
           MOVE SPACES         TO CWCONF-CHAVE
           MOVE CWDDRF-ARQUIVO TO CWCONF-CHAVE (1: 30)
           MOVE "01"           TO CWCONF-CHAVE (31: 2)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF > "09"
                SET  CWDDRF-ERRO TO TRUE
                MOVE "Arquivo referido sem layout 01 no DD"
                  TO CWDDRF-MENSAGEM
                GO TO 150-99-FIM
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   IF   CWCONF-NM-OPCAO (I) NOT = SPACES
                   AND  CWCONF-SIZE-P-99 (I) > 0
                   AND  CWCONF-FATOR-P-99 (I) > 0
                        IF   CWCONF-SIZE-P-99 (I)
                           + CWCONF-FATOR-P-99 (I) - 1
                           > AL-TAM-REG
                             COMPUTE AL-TAM-REG =
                                     CWCONF-SIZE-P-99 (I)
                                   + CWCONF-FATOR-P-99 (I) - 1
                        END-IF
                        IF   CWCONF-PASS (I) (1: 1) = "K"
                             PERFORM 155-INSERE-K THRU 155-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           IF   AL-TOT-K = 0
                SET  CWDDRF-ERRO TO TRUE
                MOVE "Arquivo referido sem chave (K) no DD"
                  TO CWDDRF-MENSAGEM
                GO TO 150-99-FIM
           END-IF
           IF   AL-TAM-CHAVE > 60
                SET  CWDDRF-ERRO TO TRUE
                MOVE "Chave do arquivo referido passa de 60"
                  TO CWDDRF-MENSAGEM
                GO TO 150-99-FIM
           END-IF
           IF   AL-INDEXADO = "S"
           AND  AL-CHAVE-TAM = 0
                SET  CWDDRF-ERRO TO TRUE
                MOVE "Indexado sem chave valida no dicionario"
                  TO CWDDRF-MENSAGEM
                GO TO 150-99-FIM
           END-IF
           MOVE CWDDRF-ARQUIVO TO AL-NOME.

       150-99-FIM. EXIT.

      *    Campo "K" entra na tabela em ordem de posicao
       155-INSERE-K.

           ADD  1        TO AL-TOT-K
           ADD  CWCONF-FATOR-P-99 (I) TO AL-TAM-CHAVE
           MOVE AL-TOT-K TO J
           MOVE "N"      TO ACHOU-LUGAR
           PERFORM UNTIL ACHOU-LUGAR = "S"
                   IF   J = 1
                        MOVE "S" TO ACHOU-LUGAR
                   ELSE
                        IF   AL-K-POS (J - 1)
                             NOT > CWCONF-SIZE-P-99 (I)
                             MOVE "S" TO ACHOU-LUGAR
                        ELSE
                             MOVE AL-K (J - 1) TO AL-K (J)
                             SUBTRACT 1 FROM J
                        END-IF
                   END-IF
           END-PERFORM
           MOVE CWCONF-SIZE-P-99 (I)  TO AL-K-POS (J)
           MOVE CWCONF-FATOR-P-99 (I) TO AL-K-TAM (J).

       155-99-FIM. EXIT.

      *    Chave do registro lido (REG-REF) pelos campos "K" do
      *    arquivo referido
       160-MONTA-CHAVE.

           MOVE SPACES TO CHAVE-REG
           MOVE 0      TO K
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > AL-TOT-K
                   IF   AL-K-POS (J) + AL-K-TAM (J) - 1 NOT > 2048
                        MOVE REG-REF (AL-K-POS (J): AL-K-TAM (J))
                          TO CHAVE-REG (K + 1: AL-K-TAM (J))
                        ADD AL-K-TAM (J) TO K
                   END-IF
           END-PERFORM.

       160-99-FIM. EXIT.

       200-EXISTE.

           MOVE CWDDRF-VALOR TO VALOR-W
           INSPECT VALOR-W REPLACING ALL LOW-VALUE BY SPACE
                                     ALL "0"       BY SPACE
           IF   VALOR-W = SPACES
                SET CWDDRF-VAZIO TO TRUE
                GO TO 200-99-FIM
           END-IF
           PERFORM 150-ALVO THRU 150-99-FIM
           IF   CWDDRF-ERRO
                GO TO 200-99-FIM
           END-IF
           MOVE CWDDRF-VALOR TO CHAVE-PROCURADA

           IF   AL-INDEXADO = "S"
                PERFORM 220-EXISTE-INDEXADO THRU 220-99-FIM
                GO TO 200-99-FIM
           END-IF
           IF   CWDDRF-MEMORIA = "S"
                PERFORM 230-MEMORIA THRU 230-99-FIM
                IF   MC-SITUACAO (MC) NOT = "X"
                     GO TO 200-99-FIM
                END-IF
           END-IF
           PERFORM 240-VARRE THRU 240-99-FIM.

       200-99-FIM. EXIT.

       220-EXISTE-INDEXADO.

           MOVE 2            TO CWDIDX-CANAL
           MOVE AL-LABEL     TO CWDIDX-ARQUIVO
           MOVE AL-CHAVE-POS TO CWDIDX-CHAVE-POS
           MOVE AL-CHAVE-TAM TO CWDIDX-CHAVE-TAM
           MOVE AL-TAM-REG   TO CWDIDX-TAMANHO
           MOVE SPACE        TO CWSQLC-UPDATE-FLAG
           SET CWSQLC-OPEN   TO TRUE
           CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
           IF   CWDIDX-STATUS > "09"
                SET  CWDDRF-ERRO TO TRUE
                MOVE "Falha ao abrir o arquivo referido"
                  TO CWDDRF-MENSAGEM
                GO TO 220-99-FIM
           END-IF
           MOVE SPACES TO CWDIDX-REGISTRO
           MOVE CHAVE-PROCURADA (1: AL-CHAVE-TAM)
             TO CWDIDX-REGISTRO (AL-CHAVE-POS: AL-CHAVE-TAM)
           SET CWSQLC-READ TO TRUE
           CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
           IF   CWDIDX-STATUS > "09"
                PERFORM 290-NAO-EXISTE THRU 290-99-FIM
           ELSE
                IF   AL-CHAVE-TAM < 60
                AND  CHAVE-PROCURADA (AL-CHAVE-TAM + 1: )
                     NOT = SPACES
                     PERFORM 290-NAO-EXISTE THRU 290-99-FIM
                END-IF
           END-IF
           SET CWSQLC-CLOSE TO TRUE
           CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX.

       220-99-FIM. EXIT.

      *    Acha (ou carrega) as chaves do arquivo na memoria; se
      *    couberem, a consulta e' feita so na tabela
       230-MEMORIA.

           MOVE 0 TO MC
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4 OR MC > 0
                   IF   MC-NOME (I) = CWDDRF-ARQUIVO
                        MOVE I TO MC
                   END-IF
           END-PERFORM
           IF   MC = 0
                PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4 OR MC > 0
                        IF   MC-NOME (I) = SPACES
                             MOVE I TO MC
                        END-IF
                END-PERFORM
                IF   MC = 0
                     ADD 1 TO MC-VEZ
                     IF   MC-VEZ > 4
                          MOVE 1 TO MC-VEZ
                     END-IF
                     MOVE MC-VEZ TO MC
                END-IF
                PERFORM 235-CARREGA THRU 235-99-FIM
           END-IF

           EVALUATE MC-SITUACAO (MC)
               WHEN "E"
                    SET  CWDDRF-ERRO TO TRUE
                    MOVE "Falha ao abrir o arquivo referido"
                      TO CWDDRF-MENSAGEM
               WHEN "C"
                    MOVE "N" TO ACHOU-LUGAR
                    PERFORM VARYING MC-I FROM 1 BY 1
                            UNTIL MC-I > MC-TOT (MC)
                               OR ACHOU-LUGAR = "S"
                            IF   MC-CHAVE (MC MC-I) = CHAVE-PROCURADA
                                 MOVE "S" TO ACHOU-LUGAR
                            END-IF
                    END-PERFORM
                    IF   ACHOU-LUGAR = "N"
                         PERFORM 290-NAO-EXISTE THRU 290-99-FIM
                    END-IF
           END-EVALUATE.

       230-99-FIM. EXIT.

       235-CARREGA.

           MOVE CWDDRF-ARQUIVO TO MC-NOME (MC)
           MOVE "C"            TO MC-SITUACAO (MC)
           MOVE 0              TO MC-TOT (MC)
           MOVE AL-LABEL       TO LB-REF
           MOVE CWDDRF-ORG     TO MODO-LEITURA
           MOVE AL-TAM-REG     TO TAM-REF
           PERFORM 250-ABRE THRU 250-99-FIM
           IF   FIM-REF = "E"
                MOVE "E" TO MC-SITUACAO (MC)
                GO TO 235-99-FIM
           END-IF
           PERFORM UNTIL FIM-REF = "S"
                   PERFORM 260-LE THRU 260-99-FIM
                   IF   FIM-REF NOT = "S"
                        IF   MC-TOT (MC) = 2500
                             MOVE "X" TO MC-SITUACAO (MC)
                             MOVE "S" TO FIM-REF
                        ELSE
                             PERFORM 160-MONTA-CHAVE THRU 160-99-FIM
                             ADD  1 TO MC-TOT (MC)
                             MOVE MC-TOT (MC) TO MC-I
                             MOVE CHAVE-REG TO MC-CHAVE (MC MC-I)
                        END-IF
                   END-IF
           END-PERFORM
           PERFORM 270-FECHA THRU 270-99-FIM.

       235-99-FIM. EXIT.

       240-VARRE.

           MOVE AL-LABEL   TO LB-REF
           MOVE CWDDRF-ORG TO MODO-LEITURA
           MOVE AL-TAM-REG TO TAM-REF
           PERFORM 250-ABRE THRU 250-99-FIM
           IF   FIM-REF = "E"
                SET  CWDDRF-ERRO TO TRUE
                MOVE "Falha ao abrir o arquivo referido"
                  TO CWDDRF-MENSAGEM
                GO TO 240-99-FIM
           END-IF
           MOVE "N" TO ACHOU-LUGAR
           PERFORM UNTIL FIM-REF = "S"
                   PERFORM 260-LE THRU 260-99-FIM
                   IF   FIM-REF NOT = "S"
                        PERFORM 160-MONTA-CHAVE THRU 160-99-FIM
                        IF   CHAVE-REG = CHAVE-PROCURADA
                             MOVE "S" TO ACHOU-LUGAR FIM-REF
                        END-IF
                   END-IF
           END-PERFORM
           PERFORM 270-FECHA THRU 270-99-FIM
           IF   ACHOU-LUGAR = "N"
                PERFORM 290-NAO-EXISTE THRU 290-99-FIM
           END-IF.

       240-99-FIM. EXIT.

      *    Abre LB-REF no MODO-LEITURA: "I" indexado (canal 2 do
      *    CWDIDX, posicionado no inicio), "R" registros fixos de
      *    TAM-REF bytes, "L" texto
       250-ABRE.

           MOVE "N" TO FIM-REF
           EVALUATE MODO-LEITURA
               WHEN "I"
                    MOVE 2         TO CWDIDX-CANAL
                    MOVE LB-REF    TO CWDIDX-ARQUIVO
                    MOVE TAM-REF   TO CWDIDX-TAMANHO
                    MOVE SPACE     TO CWSQLC-UPDATE-FLAG
                    SET CWSQLC-OPEN TO TRUE
                    CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
                    IF   CWDIDX-STATUS > "09"
                         MOVE "E" TO FIM-REF
                    ELSE
                         MOVE SPACES TO CWDIDX-REGISTRO
                         MOVE LOW-VALUES
                           TO CWDIDX-REGISTRO (CWDIDX-CHAVE-POS:
                                               CWDIDX-CHAVE-TAM)
                         SET CWSQLC-START TO TRUE
                         CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
                         IF   CWDIDX-STATUS > "09"
                              MOVE "S" TO FIM-REF
                         END-IF
                    END-IF
               WHEN "R"
                    OPEN INPUT REFREC
                    IF   FS-REFREC NOT = "00"
                         MOVE "E" TO FIM-REF
                    END-IF
               WHEN OTHER
                    OPEN INPUT REFLIN
                    IF   FS-REFLIN NOT = "00"
                         MOVE "E" TO FIM-REF
                    END-IF
           END-EVALUATE.

       250-99-FIM. EXIT.

       260-LE.

           MOVE SPACES TO REG-REF
           EVALUATE MODO-LEITURA
               WHEN "I"
                    SET CWSQLC-NEXT TO TRUE
                    CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
                    IF   CWDIDX-STATUS > "09"
                         MOVE "S" TO FIM-REF
                    ELSE
                         MOVE CWDIDX-REGISTRO TO REG-REF
                    END-IF
               WHEN "R"
                    READ REFREC
                    IF   FS-REFREC > "09"
                         MOVE "S" TO FIM-REF
                    ELSE
                         MOVE REFREC-REG TO REG-REF
                    END-IF
               WHEN OTHER
                    READ REFLIN
                    IF   FS-REFLIN > "09"
                         MOVE "S" TO FIM-REF
                    ELSE
                         MOVE REFLIN-REG TO REG-REF
                    END-IF
           END-EVALUATE.

       260-99-FIM. EXIT.

       270-FECHA.

           EVALUATE MODO-LEITURA
               WHEN "I"
                    SET CWSQLC-CLOSE TO TRUE
                    CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
               WHEN "R"
                    CLOSE REFREC
               WHEN OTHER
                    CLOSE REFLIN
           END-EVALUATE.

       270-99-FIM. EXIT.

       290-NAO-EXISTE.

           SET CWDDRF-FALHOU TO TRUE
           MOVE SPACES TO CWDDRF-MENSAGEM
           STRING "Valor nao existe em " DELIMITED BY SIZE
                  CWDDRF-ARQUIVO         DELIMITED BY SPACE
                  INTO CWDDRF-MENSAGEM.

       290-99-FIM. EXIT.

      *    Quem ainda cita o registro: procura nos "DR" os campos que
      *    apontam para o arquivo e varre cada arquivo que os tem,
      *    respeitando o seletor do layout do campo
       300-REFERIDO.

           MOVE SPACES TO AL-NOME
           PERFORM 150-ALVO THRU 150-99-FIM
           IF   CWDDRF-ERRO
      *         Arquivo sem chave no dicionario nao pode ser citado
                MOVE "0"    TO CWDDRF-STATUS
                MOVE SPACES TO CWDDRF-MENSAGEM
                GO TO 300-99-FIM
           END-IF
           MOVE CWDDRF-REGISTRO TO REG-REF
           PERFORM 160-MONTA-CHAVE THRU 160-99-FIM
           MOVE CHAVE-REG TO CHAVE-PROCURADA
           IF   CHAVE-PROCURADA = SPACES
                GO TO 300-99-FIM
           END-IF

           PERFORM 310-PROCURA-DR THRU 310-99-FIM
           PERFORM 320-LE-REFERENTE THRU 320-99-FIM
                   VARYING R FROM 1 BY 1 UNTIL R > TOT-RF
           PERFORM 330-CONTA THRU 330-99-FIM
                   VARYING R FROM 1 BY 1 UNTIL R > TOT-RF
           IF   CWDDRF-QTDE > 0
                SET CWDDRF-FALHOU TO TRUE
           END-IF.

       300-99-FIM. EXIT.

       310-PROCURA-DR.

           MOVE 0      TO TOT-RF
           MOVE "DR"   TO CWCONF-REG
           MOVE SPACES TO CWCONF-CHAVE
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
                   AND  CWCONF-TIPO = "DR"
                        PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                                IF   CWCONF-NM-OPCAO (I) (1: 30)
                                     = CWDDRF-ARQUIVO
                                AND  TOT-RF < 30
                                     ADD  1 TO TOT-RF
                                     MOVE CWCONF-CHAVE (1: 30)
                                       TO RF-ARQUIVO (TOT-RF)
                                     MOVE CWCONF-CHAVE (31: 2)
                                       TO RF-LAYOUT (TOT-RF)
                                     MOVE I TO RF-SLOT (TOT-RF)
                                END-IF
                        END-PERFORM
                   ELSE
                        MOVE "10" TO FS-CWCONF
                   END-IF
           END-PERFORM.

       310-99-FIM. EXIT.

      *    Posicao, tamanho e seletor do campo no "DD" e o modo de
      *    leitura do arquivo no "02"
       320-LE-REFERENTE.

           MOVE 0 TO RF-TAMANHO (R)
           MOVE "DD"             TO CWCONF-REG
           MOVE SPACES           TO CWCONF-CHAVE
           MOVE RF-ARQUIVO (R)   TO CWCONF-CHAVE (1: 30)
           MOVE RF-LAYOUT (R)    TO CWCONF-CHAVE (31: 2)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF > "09"
                GO TO 320-99-FIM
           END-IF
           MOVE RF-SLOT (R) TO I
           IF   CWCONF-NM-OPCAO (I) = SPACES
           OR   CWCONF-SIZE-P-99 (I) = 0
           OR   CWCONF-FATOR-P-99 (I) = 0
           OR   CWCONF-FATOR-P-99 (I) > 60
                GO TO 320-99-FIM
           END-IF
           MOVE CWCONF-NM-OPCAO (I)   TO RF-NOME (R)
           MOVE CWCONF-SIZE-P-99 (I)  TO RF-POSICAO (R)
           MOVE CWCONF-FATOR-P-99 (I) TO RF-TAMANHO (R)
           MOVE 0                     TO RF-SEL-POS (R) RF-SEL-TAM (R)
           IF   CWCONF-PAGINA NUMERIC
           AND  CWCONF-QUADRO NUMERIC
                MOVE CWCONF-PAGINA TO RF-SEL-POS (R)
                MOVE CWCONF-QUADRO TO RF-SEL-TAM (R)
           END-IF
           MOVE CWCONF-TIPO-FORM TO RF-SEL-VAL (R)
           MOVE 0 TO RF-TAM-REG (R)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   IF   CWCONF-NM-OPCAO (I) NOT = SPACES
                   AND  CWCONF-SIZE-P-99 (I)
                      + CWCONF-FATOR-P-99 (I) - 1
                      > RF-TAM-REG (R)
                        COMPUTE RF-TAM-REG (R) =
                                CWCONF-SIZE-P-99 (I)
                              + CWCONF-FATOR-P-99 (I) - 1
                   END-IF
           END-PERFORM

           MOVE "02"           TO CWCONF-REG
           MOVE RF-ARQUIVO (R) TO CWCONF-CHAVE
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF > "09"
                MOVE 0 TO RF-TAMANHO (R)
                GO TO 320-99-FIM
           END-IF
           MOVE CWCONF-ARQUIVO TO RF-LABEL (R)
           MOVE "N"            TO RF-INDEXADO (R)
           MOVE 0              TO RF-CHAVE-POS (R) RF-CHAVE-TAM (R)
           IF   CWCONF-JOB-TIPO = "I"
                MOVE "S" TO RF-INDEXADO (R)
                IF   CWCONF-PAGINA NUMERIC
                AND  CWCONF-QUADRO NUMERIC
                     MOVE CWCONF-PAGINA TO RF-CHAVE-POS (R)
                     MOVE CWCONF-QUADRO TO RF-CHAVE-TAM (R)
                END-IF
                IF   RF-CHAVE-TAM (R) = 0
                     MOVE 0 TO RF-TAMANHO (R)
                END-IF
           END-IF.

       320-99-FIM. EXIT.

       330-CONTA.

           IF   RF-TAMANHO (R) = 0
                GO TO 330-99-FIM
           END-IF
           MOVE RF-LABEL (R)   TO LB-REF
           MOVE RF-TAM-REG (R) TO TAM-REF
           IF   RF-INDEXADO (R) = "S"
                MOVE "I"              TO MODO-LEITURA
                MOVE RF-CHAVE-POS (R) TO CWDIDX-CHAVE-POS
                MOVE RF-CHAVE-TAM (R) TO CWDIDX-CHAVE-TAM
           ELSE
                MOVE CWDDRF-ORG       TO MODO-LEITURA
           END-IF
           PERFORM 250-ABRE THRU 250-99-FIM
           IF   FIM-REF = "E"
                GO TO 330-99-FIM
           END-IF
           MOVE 0 TO CONTA-RF
           PERFORM UNTIL FIM-REF = "S"
                   PERFORM 260-LE THRU 260-99-FIM
                   IF   FIM-REF NOT = "S"
                        PERFORM 335-CONFERE THRU 335-99-FIM
                   END-IF
           END-PERFORM
           IF   FIM-REF NOT = "E"
                PERFORM 270-FECHA THRU 270-99-FIM
           END-IF
           IF   CONTA-RF > 0
                ADD CONTA-RF TO CWDDRF-QTDE
                IF   CWDDRF-REFERENTE = SPACES
                     MOVE RF-ARQUIVO (R) TO CWDDRF-REFERENTE
                     MOVE RF-NOME (R)    TO CWDDRF-CAMPO
                END-IF
           END-IF.

       330-99-FIM. EXIT.

       335-CONFERE.

           IF   RF-SEL-TAM (R) > 0
           AND  RF-SEL-POS (R) > 0
                IF   RF-SEL-POS (R) + RF-SEL-TAM (R) - 1 > 2048
                     GO TO 335-99-FIM
                END-IF
                IF   REG-REF (RF-SEL-POS (R): RF-SEL-TAM (R))
                     NOT = RF-SEL-VAL (R) (1: RF-SEL-TAM (R))
                     GO TO 335-99-FIM
                END-IF
           END-IF
           IF   RF-POSICAO (R) + RF-TAMANHO (R) - 1 > 2048
                GO TO 335-99-FIM
           END-IF
           MOVE SPACES TO VALOR-W
           MOVE REG-REF (RF-POSICAO (R): RF-TAMANHO (R))
             TO VALOR-W (1: RF-TAMANHO (R))
           IF   VALOR-W = CHAVE-PROCURADA
                ADD 1 TO CONTA-RF
           END-IF.

       335-99-FIM. EXIT.

       END PROGRAM CWDDRF.
