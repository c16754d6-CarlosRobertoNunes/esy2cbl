                      *  Manutencao do dicionario de dados ("DD"):    *
                      *  para cada arquivo do cadastro "02", ate 26   *
                      *  campos com nome, posicao, tamanho, tipo      *
                      *  (C/N/S/P/B/D), decimais, formato da data e   *
                      *  marca de chave - o layout que o navegador    *
                      *  CWBRWS usa para formatar e procurar          *
                      *  registros.  Um arquivo pode ter              *
                      *  varios layouts (01-99), cada um com a        *
                      *  posicao e o valor do codigo de tipo que o    *
                      *  seleciona - Requisicao 047.                  *
                      *  No campo 0 marca tambem se o arquivo e'      *
                      *  indexado; a chave primaria gravada no "02"   *
                      *  e' a faixa dos campos "K" do layout 01.      *
                      *  Cada campo pode referir outro arquivo do     *
                      *  "02": o valor tem de existir na chave dele   *
                      *  (registro "DR", conferido pelo CWDDRF).      *
                      *  Campo sensivel leva a classe "DS" (CWDSCL)   *
                      *  em CWCONF-PASS (i) (2:5): quem nao esta nos  *
                      *  grupos da classe ve o valor mascarado.       *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
           05 DD-TAMANHO               PIC  9(003) VALUE 0.
           05 DD-TIPO                  PIC  X(001) VALUE "C".
           05 DD-DECIMAIS              PIC  9(001) VALUE 0.
           05 DD-FORMATO               PIC  X(008) VALUE SPACES.
           05 DD-CHAVE                 PIC  X(001) VALUE SPACE.
           05 DD-ACHOU                 PIC  X(001) VALUE SPACE.
           05 DD-ACHOU-02              PIC  X(001) VALUE SPACE.
           05 DD-INDEXADO              PIC  X(001) VALUE "N".
           05 DD-CHAVE-POS             PIC  9(004) VALUE 0.
           05 DD-CHAVE-FIM             PIC  9(004) VALUE 0.
           05 DD-CHAVE-SOMA            PIC  9(004) VALUE 0.
           05 DD-CHAVE-MSG             PIC  X(060) VALUE SPACES.
           05 DD-REFERENCIA            PIC  X(030) VALUE SPACES.
           05 DD-ACHOU-DR              PIC  X(001) VALUE SPACE.
           05 DD-CLASSE                PIC  X(005) VALUE SPACES.
           05 I                        PIC  9(003) VALUE 0.

       COPY CWBOXW.
       COPY CWSEND.
       COPY CWCONF.
       COPY CWDDRF.

       PROCEDURE DIVISION.


           MOVE 07 TO CWBOXW-LINE
           MOVE 05 TO CWBOXW-COLUMN
           MOVE 13 TO CWBOXW-VERTICAL-LENGTH
           MOVE 62 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
                GO TO 100-FECHA
           END-IF

           IF   DD-CAMPO > 0
                PERFORM 210-LE-DR THRU 210-99-FIM
           END-IF
           PERFORM 200-LE-DD THRU 200-99-FIM
           IF   DD-CAMPO = 0
      *         Campo 0 edita o seletor do layout: posicao, tamanho
      *         e valor do codigo de tipo que o escolhe
                PERFORM 300-SELETOR  THRU 300-99-FIM
                PERFORM 310-INDEXADO THRU 310-99-FIM
                GO TO 100-FECHA
           END-IF
           MOVE CWCONF-NM-OPCAO  (DD-CAMPO) TO DD-NOME
                MOVE 0 TO DD-DECIMAIS
           END-IF
           MOVE CWCONF-PASS (DD-CAMPO) (1: 1) TO DD-CHAVE
           MOVE CWCONF-HELP (DD-CAMPO) (1: 8) TO DD-FORMATO
           MOVE CWCONF-PASS (DD-CAMPO) (2: 5) TO DD-CLASSE
           IF   DD-CLASSE = LOW-VALUES
                MOVE SPACES TO DD-CLASSE
           END-IF
           IF   DD-TIPO = SPACE
                MOVE "C" TO DD-TIPO
           END-IF

           CALL "CWMSGW" USING "100722" "Nome do campo     :"
           CALL "CWMSGW" USING "110722" "Posicao (1-n)     :"
           CALL "CWMSGW" USING "120722" "Tamanho           :"
           CALL "CWMSGW" USING "130722" "Tipo C/N/S/P/B/D  :"
           CALL "CWMSGW" USING "140722" "Decimais (0-9)    :"
           CALL "CWMSGW" USING "150722" "Chave (K/branco)  :"
           CALL "CWMSGW" USING "170722" "Formato da data   :"
           CALL "CWMSGW" USING "180722" "Referencia (02)   :"
           CALL "CWMSGW" USING "190722" "Classe sensivel   :"
           ACCEPT DD-NOME     AT 1028 WITH UPDATE
           ACCEPT DD-POSICAO  AT 1128 WITH UPDATE
           ACCEPT DD-TAMANHO  AT 1228 WITH UPDATE
           ACCEPT DD-TIPO     AT 1328 WITH UPDATE
           ACCEPT DD-DECIMAIS AT 1428 WITH UPDATE
           ACCEPT DD-CHAVE    AT 1528 WITH UPDATE
           INSPECT DD-TIPO    CONVERTING "cnspbd" TO "CNSPBD"
           IF   DD-TIPO = "D"
                ACCEPT DD-FORMATO AT 1728 WITH UPDATE
           END-IF
           INSPECT DD-FORMATO CONVERTING "amd" TO "AMD"
           ACCEPT DD-REFERENCIA AT 1828 WITH UPDATE
           ACCEPT DD-CLASSE     AT 1928 WITH UPDATE
           INSPECT DD-CLASSE
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM 150-CRITICA THRU 150-99-FIM
           IF   CWSEND-MSG = SPACES
           AND  DD-REFERENCIA NOT = SPACES
                PERFORM 160-CRITICA-REFERENCIA THRU 160-99-FIM
           END-IF
           IF   CWSEND-MSG = SPACES
           AND  DD-CLASSE NOT = SPACES
                PERFORM 170-CRITICA-CLASSE THRU 170-99-FIM
           END-IF
           IF   CWSEND-MSG NOT = SPACES
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 100-FECHA
           END-IF

           MOVE DD-NOME     TO CWCONF-NM-OPCAO  (DD-CAMPO)
           MOVE DD-POSICAO  TO CWCONF-SIZE-P-99 (DD-CAMPO)
           MOVE DD-DECIMAIS TO CWCONF-NIVEL     (DD-CAMPO)
           MOVE SPACES      TO CWCONF-PASS      (DD-CAMPO)
           MOVE DD-CHAVE    TO CWCONF-PASS      (DD-CAMPO) (1: 1)
           MOVE DD-CLASSE   TO CWCONF-PASS      (DD-CAMPO) (2: 5)
           MOVE SPACES      TO CWCONF-HELP      (DD-CAMPO)
           MOVE DD-FORMATO  TO CWCONF-HELP      (DD-CAMPO) (1: 8)
           IF   DD-ACHOU = "S"
                SET CWSQLC-REWRITE TO TRUE
           ELSE
                SET CWSQLC-WRITE TO TRUE
           END-IF
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           PERFORM 330-GRAVA-DR THRU 330-99-FIM
           MOVE "Campo gravado no dicionario" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND
      *    Campo do layout 01 pode mudar a chave do arquivo indexado
           IF   DD-LAYOUT = 1
                PERFORM 320-ATUALIZA-CHAVE THRU 320-99-FIM
           END-IF.

       100-FECHA.


       100-99-FIM. EXIT.

      *    Tipo e tamanho tem de caber no que o CWDDCV sabe converter:
      *    compactado ate 9 bytes (17 digitos), binario de 1/2/4/8
      *    bytes, data de 8 digitos sem decimais
       150-CRITICA.

           MOVE SPACES TO CWSEND-MSG
           IF   DD-TIPO NOT = "D"
                MOVE SPACES TO DD-FORMATO
           END-IF
           EVALUATE DD-TIPO
               WHEN "C"
               WHEN "N"
                    CONTINUE
               WHEN "S"
                    IF   DD-TAMANHO = 0 OR DD-TAMANHO > 18
                         MOVE "Numerico com sinal: tamanho de 1 a 18"
                           TO CWSEND-MSG
                    END-IF
               WHEN "P"
                    IF   DD-TAMANHO = 0 OR DD-TAMANHO > 9
                         MOVE "Compactado: tamanho de 1 a 9 bytes"
                           TO CWSEND-MSG
                    END-IF
               WHEN "B"
                    IF   DD-TAMANHO NOT = 1 AND 2 AND 4 AND 8
                         MOVE "Binario: tamanho de 1, 2, 4 ou 8 bytes"
                           TO CWSEND-MSG
                    END-IF
               WHEN "D"
                    IF   DD-TAMANHO NOT = 8
                         MOVE "Data: tamanho 8" TO CWSEND-MSG
                    END-IF
                    MOVE 0 TO DD-DECIMAIS
                    IF   DD-FORMATO = SPACES
                         MOVE "AAAAMMDD" TO DD-FORMATO
                    END-IF
                    IF   DD-FORMATO NOT = "AAAAMMDD"
                    AND  DD-FORMATO NOT = "DDMMAAAA"
                         MOVE "Formato da data: AAAAMMDD ou DDMMAAAA"
                           TO CWSEND-MSG
                    END-IF
               WHEN OTHER
                    MOVE "Tipo deve ser C, N, S, P, B ou D"
                      TO CWSEND-MSG
           END-EVALUATE.

       150-99-FIM. EXIT.

      *    Arquivo referido tem de estar no "02" com chave no "DD", e
      *    o campo tem o tamanho dessa chave.  A consulta do CWDDRF
      *    move o CWCONF: o "DD" em edicao e' lido de novo
       160-CRITICA-REFERENCIA.

           SET  CWDDRF-VALIDA TO TRUE
           MOVE DD-REFERENCIA TO CWDDRF-ARQUIVO
           CALL "CWDDRF" USING PARAMETROS-CWDDRF
           IF   CWDDRF-ERRO
                MOVE CWDDRF-MENSAGEM TO CWSEND-MSG
           ELSE
                IF   DD-TAMANHO NOT = CWDDRF-TAM-CHAVE
                     STRING "Tamanho difere da chave de "
                                           DELIMITED BY SIZE
                            DD-REFERENCIA DELIMITED BY SPACE
                            " ("           DELIMITED BY SIZE
                            CWDDRF-TAM-CHAVE DELIMITED BY SIZE
                            ")"            DELIMITED BY SIZE
                            INTO CWSEND-MSG
                END-IF
           END-IF
           PERFORM 200-LE-DD THRU 200-99-FIM.

       160-99-FIM. EXIT.

      *    Classe sensivel tem de estar cadastrada no "DS"; a leitura
      *    move o CWCONF e o "DD" em edicao e' lido de novo
       170-CRITICA-CLASSE.

           MOVE "DS"      TO CWCONF-REG
           MOVE SPACES    TO CWCONF-CHAVE
           MOVE DD-CLASSE TO CWCONF-CHAVE (1: 5)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF > "09"
                STRING "Classe sensivel nao cadastrada: "
                                      DELIMITED BY SIZE
                       DD-CLASSE      DELIMITED BY SPACE
                       INTO CWSEND-MSG
           END-IF
           PERFORM 200-LE-DD THRU 200-99-FIM.

       170-99-FIM. EXIT.

      *    Le (ou prepara novo) o registro "DD" do arquivo pedido
       200-LE-DD.

                PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                        MOVE SPACES TO CWCONF-NM-OPCAO (I)
                                       CWCONF-PASS (I)
                                       CWCONF-HELP (I)
                        MOVE SPACE  TO CWCONF-CHECK (I)
                        MOVE 0      TO CWCONF-SIZE-P-99 (I)
                                       CWCONF-FATOR-P-99 (I)

       200-99-FIM. EXIT.

      *    Referencia do campo, no "DR" do arquivo/layout
       210-LE-DR.

           MOVE SPACES     TO DD-REFERENCIA
           MOVE "DR"       TO CWCONF-REG
           MOVE SPACES     TO CWCONF-CHAVE
           MOVE DD-ARQUIVO TO CWCONF-CHAVE (1: 30)
           MOVE DD-LAYOUT  TO CWCONF-CHAVE (31: 2)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                MOVE "S" TO DD-ACHOU-DR
                MOVE CWCONF-NM-OPCAO (DD-CAMPO) (1: 30)
                  TO DD-REFERENCIA
                INSPECT DD-REFERENCIA REPLACING ALL LOW-VALUE BY SPACE
           ELSE
                MOVE "N" TO DD-ACHOU-DR
           END-IF.

       210-99-FIM. EXIT.

      *    Seletor do layout (Requisicao 047): em qual posicao do
      *    registro esta o codigo de tipo, quantos bytes tem e qual
      *    valor escolhe ESTE layout; zeros = layout generico

       300-99-FIM. EXIT.

      *    Arquivo indexado (marca no "02"), com a chave primaria
      *    tirada dos campos "K" do layout 01
       310-INDEXADO.

           PERFORM 400-CHAVE-DD THRU 400-99-FIM
           PERFORM 420-LE-02    THRU 420-99-FIM
           IF   DD-ACHOU-02 NOT = "S"
                MOVE "Arquivo fora do cadastro 02" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 310-99-FIM
           END-IF
           IF   CWCONF-JOB-TIPO = "I"
                MOVE "S" TO DD-INDEXADO
           ELSE
                MOVE "N" TO DD-INDEXADO
           END-IF
           CALL "CWMSGW" USING "130722" "Arquivo indexado  :"
           ACCEPT DD-INDEXADO AT 1328 WITH UPDATE
           INSPECT DD-INDEXADO CONVERTING "sn" TO "SN"
           IF   DD-INDEXADO = "S"
                MOVE "I"   TO CWCONF-JOB-TIPO
           ELSE
                MOVE SPACE TO CWCONF-JOB-TIPO
           END-IF
           PERFORM 430-GRAVA-02 THRU 430-99-FIM
           IF   DD-INDEXADO = "S"
           AND  DD-CHAVE-MSG NOT = SPACES
                MOVE DD-CHAVE-MSG TO CWSEND-MSG
           ELSE
                MOVE "Cadastro 02 atualizado" TO CWSEND-MSG
           END-IF
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       310-99-FIM. EXIT.

       320-ATUALIZA-CHAVE.

           PERFORM 400-CHAVE-DD THRU 400-99-FIM
           PERFORM 420-LE-02    THRU 420-99-FIM
           IF   DD-ACHOU-02 NOT = "S"
           OR   CWCONF-JOB-TIPO NOT = "I"
                GO TO 320-99-FIM
           END-IF
           PERFORM 430-GRAVA-02 THRU 430-99-FIM
           IF   DD-CHAVE-MSG NOT = SPACES
                MOVE DD-CHAVE-MSG TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-IF.

       320-99-FIM. EXIT.

      *    Grava a referencia do campo no "DR" do arquivo/layout
       330-GRAVA-DR.

           IF   DD-REFERENCIA = SPACES
           AND  DD-ACHOU-DR NOT = "S"
                GO TO 330-99-FIM
           END-IF
           MOVE "DR"       TO CWCONF-REG
           MOVE SPACES     TO CWCONF-CHAVE
           MOVE DD-ARQUIVO TO CWCONF-CHAVE (1: 30)
           MOVE DD-LAYOUT  TO CWCONF-CHAVE (31: 2)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                SET CWSQLC-REWRITE TO TRUE
           ELSE
                MOVE LOW-VALUES TO CWCONF-REG
                MOVE "DR"       TO CWCONF-TIPO
                MOVE SPACES     TO CWCONF-CHAVE
                MOVE DD-ARQUIVO TO CWCONF-CHAVE (1: 30)
                MOVE DD-LAYOUT  TO CWCONF-CHAVE (31: 2)
                PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                        MOVE SPACES TO CWCONF-NM-OPCAO (I)
                END-PERFORM
                SET CWSQLC-WRITE TO TRUE
           END-IF
           MOVE SPACES        TO CWCONF-NM-OPCAO (DD-CAMPO)
           MOVE DD-REFERENCIA TO CWCONF-NM-OPCAO (DD-CAMPO) (1: 30)
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       330-99-FIM. EXIT.

      *    Faixa dos campos "K" do layout 01: tem de comecar na
      *    posicao 1, ser continua e ocupar exatamente os 60 bytes
      *    da chave fisica (CWDIDX); fora disso a chave fica zerada
       400-CHAVE-DD.

           MOVE 0      TO DD-CHAVE-POS DD-CHAVE-FIM DD-CHAVE-SOMA
           MOVE SPACES TO DD-CHAVE-MSG
           MOVE "DD"       TO CWCONF-REG
           MOVE DD-ARQUIVO TO CWCONF-CHAVE (1: 30)
           MOVE "01"       TO CWCONF-CHAVE (31: 2)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                        IF   CWCONF-PASS (I) (1: 1) = "K"
                        AND  CWCONF-SIZE-P-99 (I) > 0
                        AND  CWCONF-FATOR-P-99 (I) > 0
                             IF   DD-CHAVE-POS = 0
                             OR   CWCONF-SIZE-P-99 (I) < DD-CHAVE-POS
                                  MOVE CWCONF-SIZE-P-99 (I)
                                    TO DD-CHAVE-POS
                             END-IF
                             IF   CWCONF-SIZE-P-99 (I)
                                + CWCONF-FATOR-P-99 (I) - 1
                                > DD-CHAVE-FIM
                                  COMPUTE DD-CHAVE-FIM =
                                          CWCONF-SIZE-P-99 (I)
                                        + CWCONF-FATOR-P-99 (I) - 1
                             END-IF
                             ADD CWCONF-FATOR-P-99 (I) TO DD-CHAVE-SOMA
                        END-IF
                END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN DD-CHAVE-POS = 0
                    MOVE "Indexado: layout 01 sem campo de chave (K)"
                      TO DD-CHAVE-MSG
               WHEN DD-CHAVE-POS NOT = 1
                    MOVE "Indexado: a chave deve comecar na posicao 1"
                      TO DD-CHAVE-MSG
               WHEN DD-CHAVE-FIM NOT = 60
                    MOVE "Indexado: a chave deve ter 60 bytes"
                      TO DD-CHAVE-MSG
               WHEN DD-CHAVE-SOMA NOT = DD-CHAVE-FIM
                    MOVE "Indexado: campos K devem ser continuos"
                      TO DD-CHAVE-MSG
           END-EVALUATE
           IF   DD-CHAVE-MSG NOT = SPACES
                MOVE 0 TO DD-CHAVE-POS DD-CHAVE-FIM
           END-IF.

       400-99-FIM. EXIT.

       420-LE-02.

           MOVE "02"       TO CWCONF-REG
           MOVE DD-ARQUIVO TO CWCONF-CHAVE
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                MOVE "S" TO DD-ACHOU-02
           ELSE
                MOVE "N" TO DD-ACHOU-02
           END-IF.

       420-99-FIM. EXIT.

       430-GRAVA-02.

           IF   CWCONF-JOB-TIPO = "I"
                MOVE DD-CHAVE-POS TO CWCONF-PAGINA
                MOVE DD-CHAVE-FIM TO CWCONF-QUADRO
           ELSE
                MOVE 0 TO CWCONF-PAGINA CWCONF-QUADRO
           END-IF
           SET CWSQLC-REWRITE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO.

       430-99-FIM. EXIT.

       800-INICIAIS.

           CANCEL "CWFILE"
