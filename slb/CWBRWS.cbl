                      *  047.  Le o arquivo                           *
                      *  como texto (LINE SEQUENTIAL) ou, com         *
                      *  CWBRWS_ORG=R, como registros fixos do        *
                      *  tamanho do layout; arquivo marcado indexado  *
                      *  no "02" e' lido pelo CWDIDX em ordem de      *
                      *  chave e a busca pela chave posiciona direto  *
                      *  no registro.  Campos numericos com           *
                      *  sinal, compactados, binarios e datas sao     *
                      *  mostrados e procurados ja convertidos pelo   *
                      *  CWDDCV.  Campo com classe sensivel ("DS")    *
                      *  sai mascarado para quem nao esta nos grupos  *
                      *  da classe; a primeira exibicao em claro de   *
                      *  cada campo vai para a auditoria (CWDDMK).    *
                      *  Com CWBRWS_ARQUIVO (nome no "02") e          *
                      *  CWBRWS_DADOS (arquivo fisico) vai direto ao  *
                      *  arquivo fisico com o dicionario do "02", sem *
                      *  escolha (consulta de dados arquivados).      *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
              10 FS-DADREC             PIC  X(002) VALUE "00".
              10 LB-DADOS              PIC  X(255) VALUE SPACES.
           05 ORG-MODO                 PIC  X(001) VALUE "L".
           05 DIRETO-ARQUIVO           PIC  X(030) VALUE SPACES.
           05 DIRETO-DADOS             PIC  X(255) VALUE SPACES.
           05 TAM-REGISTRO             PIC  9(004) VALUE 0.
           05 I                        PIC  9(003) VALUE 0.
           05 S                        PIC  9(003) VALUE 0.
              10 VIS-POS-LIN           PIC  9(002) VALUE 0.
              10 FILLER                PIC  X(004) VALUE "0570".
           05 CAMPO-VALOR              PIC  X(034) VALUE SPACES.
           05 BUSCA-TAM                PIC  9(003) VALUE 0.
      *    Layout corrente (o que vale para o registro em exibicao)
           05 TOT-CAMPOS               PIC  9(002) VALUE 0.
           05 CAMPO-CHAVE              PIC  9(002) VALUE 0.
                 15 CP-POSICAO         PIC  9(003).
                 15 CP-TAMANHO         PIC  9(003).
                 15 CP-TIPO            PIC  X(001).
                 15 CP-DECIMAIS        PIC  9(001).
                 15 CP-FORMATO         PIC  X(008).
                 15 CP-CHAVE           PIC  X(001).
                 15 CP-CLASSE          PIC  X(005).
                 15 CP-CLARO           PIC  X(001).
      *    Todos os layouts "DD" do arquivo (01-99, ate 9 aqui) com
      *    o seletor de cada um - Requisicao 047
           05 LX                       PIC  9(002) VALUE 0.
                    20 LY-POSICAO      PIC  9(003).
                    20 LY-TAMANHO      PIC  9(003).
                    20 LY-TIPO         PIC  X(001).
                    20 LY-DECIMAIS     PIC  9(001).
                    20 LY-FORMATO      PIC  X(008).
                    20 LY-CHAVE        PIC  X(001).
                    20 LY-CLASSE       PIC  X(005).
                    20 LY-CLARO        PIC  X(001).
                    20 LY-AUDITADO     PIC  X(001).
      *    Arquivos do cadastro "02"
           05 TOT-ARQUIVOS             PIC  9(003) VALUE 0.
           05 ARQ-ATUAL                PIC  9(003) VALUE 0.
           05 TABELA-ARQUIVOS.
              10 AR-TB OCCURS 200.
                 15 AR-NOME            PIC  X(030).
                 15 AR-LABEL           PIC  X(030).
                 15 AR-INDEXADO        PIC  X(001).
                 15 AR-CHAVE-POS       PIC  9(004).
                 15 AR-CHAVE-TAM       PIC  9(002).

       COPY CWBOXS.
       COPY CWBOXW.
       COPY CWSEND.
       COPY CWCONF.
       COPY CWDDCV.
       COPY CWDIDX.
       COPY CWDDMK.

       PROCEDURE DIVISION.

                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 100-99-FIM
           END-IF
           DISPLAY "CWBRWS_ARQUIVO" UPON ENVIRONMENT-NAME
           ACCEPT  DIRETO-ARQUIVO   FROM ENVIRONMENT-VALUE
           DISPLAY "CWBRWS_DADOS"   UPON ENVIRONMENT-NAME
           ACCEPT  DIRETO-DADOS     FROM ENVIRONMENT-VALUE
           IF   DIRETO-ARQUIVO NOT = SPACES
           AND  DIRETO-DADOS   NOT = SPACES
                PERFORM 105-DIRETO THRU 105-99-FIM
                GO TO 100-99-FIM
           END-IF
           MOVE SPACES TO DIRETO-ARQUIVO
           MOVE 0 TO BASE
           MOVE 1 TO CWBOXS-OPTION
           PERFORM 120-LISTA THRU 120-99-FIM

       100-99-FIM. EXIT.

      *    Arquivo fisico DIRETO-DADOS lido com o dicionario do
      *    arquivo DIRETO-ARQUIVO do "02", sequencial (CWBRWS_ORG)
       105-DIRETO.

           MOVE 0 TO ARQ-ATUAL
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > TOT-ARQUIVOS
                                            OR ARQ-ATUAL > 0
                   IF   AR-NOME (S) = DIRETO-ARQUIVO
                        MOVE S TO ARQ-ATUAL
                   END-IF
           END-PERFORM
           IF   ARQ-ATUAL = 0
                MOVE SPACES TO CWSEND-MSG
                STRING "Arquivo " DIRETO-ARQUIVO
                       " fora do cadastro 02" DELIMITED BY SIZE
                  INTO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 105-99-FIM
           END-IF
           MOVE DIRETO-DADOS TO LB-DADOS
           PERFORM 130-CARREGA-DD THRU 130-99-FIM
           IF   TOT-LAYOUTS = 0
                MOVE "Arquivo sem layout no dicionario (CWDDMN)"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 105-99-FIM
           END-IF
           PERFORM 200-NAVEGA THRU 200-99-FIM.

       105-99-FIM. EXIT.

       110-CARREGA-02.

           MOVE 0    TO TOT-ARQUIVOS
                          TO AR-NOME (TOT-ARQUIVOS)
                        MOVE CWCONF-LABEL (1: 30)
                          TO AR-LABEL (TOT-ARQUIVOS)
                        PERFORM 115-GUARDA-CHAVE THRU 115-99-FIM
                   END-IF
           END-PERFORM.

       110-99-FIM. EXIT.

      *    Arquivo indexado: marca e chave primaria do "02"
       115-GUARDA-CHAVE.

           MOVE 0 TO AR-CHAVE-POS (TOT-ARQUIVOS)
                     AR-CHAVE-TAM (TOT-ARQUIVOS)
           IF   CWCONF-JOB-TIPO = "I"
                MOVE "I" TO AR-INDEXADO (TOT-ARQUIVOS)
                IF   CWCONF-PAGINA NUMERIC
                AND  CWCONF-QUADRO NUMERIC
                     MOVE CWCONF-PAGINA TO AR-CHAVE-POS (TOT-ARQUIVOS)
                     MOVE CWCONF-QUADRO TO AR-CHAVE-TAM (TOT-ARQUIVOS)
                END-IF
           ELSE
                MOVE SPACE TO AR-INDEXADO (TOT-ARQUIVOS)
           END-IF.

       115-99-FIM. EXIT.

       120-LISTA.

           MOVE 04  TO CWBOXS-LINE
                GO TO 120-99-FIM
           END-IF
           MOVE AR-NOME (S) TO LB-DADOS
           MOVE S           TO ARQ-ATUAL
           PERFORM 130-CARREGA-DD THRU 130-99-FIM
           IF   TOT-LAYOUTS = 0
                MOVE "Arquivo sem layout no dicionario (CWDDMN)"
           MOVE 0 TO TOT-CAMPOS CAMPO-CHAVE TAM-REGISTRO
                     TOT-LAYOUTS LAYOUT-ATUAL
           MOVE "DD"    TO CWCONF-REG
           MOVE AR-NOME (ARQ-ATUAL) TO CWCONF-CHAVE (1: 30)
           MOVE "01"    TO CWCONF-CHAVE (31: 2)
           SET CWSQLC-START    TO TRUE
           SET CWSQLC-NOT-LESS TO TRUE
                                       FS-CWCONF KCO PCO
                   IF   FS-CWCONF < "10"
                   AND  CWCONF-TIPO = "DD"
                   AND  CWCONF-CHAVE (1: 30) = AR-NOME (ARQ-ATUAL)
                        PERFORM 132-GUARDA-LAYOUT THRU 132-99-FIM
                   ELSE
                        MOVE "10" TO FS-CWCONF
                   END-IF
           END-PERFORM
           PERFORM 134-VERIFICA-CLASSES THRU 134-99-FIM
           IF   TOT-LAYOUTS > 0
                MOVE 1 TO LX
                PERFORM 136-APLICA-LAYOUT THRU 136-99-FIM
                          TO LY-TAMANHO (LX LC)
                        MOVE CWCONF-CHECK (I)
                          TO LY-TIPO (LX LC)
                        IF   CWCONF-NIVEL (I) NUMERIC
                             MOVE CWCONF-NIVEL (I)
                               TO LY-DECIMAIS (LX LC)
                        ELSE
                             MOVE 0 TO LY-DECIMAIS (LX LC)
                        END-IF
                        MOVE CWCONF-HELP (I) (1: 8)
                          TO LY-FORMATO (LX LC)
                        MOVE CWCONF-PASS (I) (1: 1)
                          TO LY-CHAVE (LX LC)
                        MOVE CWCONF-PASS (I) (2: 5)
                          TO LY-CLASSE (LX LC)
                        IF   LY-CLASSE (LX LC) = LOW-VALUES
                             MOVE SPACES TO LY-CLASSE (LX LC)
                        END-IF
                        MOVE "S" TO LY-CLARO (LX LC)
                        MOVE "N" TO LY-AUDITADO (LX LC)
                        IF   CWCONF-PASS (I) (1: 1) = "K"
                        AND  LY-CAMPO-CHAVE (LX) = 0
                             MOVE LC TO LY-CAMPO-CHAVE (LX)

       132-99-FIM. EXIT.

      *    Campos sensiveis: o usuario ve cada classe em claro?  Fica
      *    fora da varredura do "DD" porque o CWDDMK le o CWCONF
       134-VERIFICA-CLASSES.

           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > TOT-LAYOUTS
                   PERFORM VARYING LC FROM 1 BY 1
                           UNTIL LC > LY-TOT-CAMPOS (LX)
                           IF   LY-CLASSE (LX LC) NOT = SPACES
                                SET  CWDDMK-VERIFICA TO TRUE
                                MOVE LY-CLASSE (LX LC)
                                  TO CWDDMK-CLASSE
                                CALL "CWDDMK" USING PARAMETROS-CWDDMK
                                MOVE CWDDMK-CLARO TO LY-CLARO (LX LC)
                           END-IF
                   END-PERFORM
           END-PERFORM.

       134-99-FIM. EXIT.

      *    Elege o layout do registro corrente: o primeiro cujo
      *    seletor casa com o conteudo; sem casamento, o primeiro
      *    layout generico (seletor zerado); sem generico, o 1
                        MOVE LY-POSICAO (LX LC) TO CP-POSICAO (LC)
                        MOVE LY-TAMANHO (LX LC) TO CP-TAMANHO (LC)
                        MOVE LY-TIPO (LX LC)    TO CP-TIPO (LC)
                        MOVE LY-DECIMAIS (LX LC) TO CP-DECIMAIS (LC)
                        MOVE LY-FORMATO (LX LC) TO CP-FORMATO (LC)
                        MOVE LY-CHAVE (LX LC)   TO CP-CHAVE (LC)
                        MOVE LY-CLASSE (LX LC)  TO CP-CLASSE (LC)
                        MOVE LY-CLARO (LX LC)   TO CP-CLARO (LC)
                   ELSE
                        MOVE SPACES TO CP-NOME (LC)
                        MOVE 0      TO CP-POSICAO (LC)
                                       CP-TAMANHO (LC)
                                       CP-DECIMAIS (LC)
                        MOVE SPACE  TO CP-TIPO (LC)
                                       CP-CHAVE (LC)
                        MOVE SPACES TO CP-FORMATO (LC)
                                       CP-CLASSE (LC)
                        MOVE "S"    TO CP-CLARO (LC)
                   END-IF
           END-PERFORM.

           ELSE
                MOVE "R" TO ORG-MODO
           END-IF
           IF   AR-INDEXADO (ARQ-ATUAL) = "I"
           AND  DIRETO-ARQUIVO = SPACES
                MOVE "I" TO ORG-MODO
           END-IF
           PERFORM 210-ABRE THRU 210-99-FIM
           IF   FIM-DADOS = "E"
                IF   ORG-MODO = "I"
                AND  CWDIDX-STATUS = "39"
                     MOVE "Indexado sem chave valida no dicionario"
                       TO CWSEND-MSG
                ELSE
                     MOVE "Falha ao abrir o arquivo de dados"
                       TO CWSEND-MSG
                END-IF
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 200-99-FIM
           END-IF
           IF   TAM-REGISTRO = 0
                MOVE 2048 TO TAM-REGISTRO
           END-IF
           IF   ORG-MODO = "I"
                MOVE LB-DADOS     TO CWDIDX-ARQUIVO
                MOVE AR-CHAVE-POS (ARQ-ATUAL) TO CWDIDX-CHAVE-POS
                MOVE AR-CHAVE-TAM (ARQ-ATUAL) TO CWDIDX-CHAVE-TAM
                MOVE TAM-REGISTRO TO CWDIDX-TAMANHO
                MOVE SPACE        TO CWSQLC-UPDATE-FLAG
                SET CWSQLC-OPEN   TO TRUE
                CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
                IF   CWDIDX-STATUS > "09"
                     MOVE "E" TO FIM-DADOS
                END-IF
                GO TO 210-99-FIM
           END-IF
           IF   ORG-MODO = "R"
                OPEN INPUT DADREC
                IF   FS-DADREC NOT = "00"
       220-LE-REGISTRO.

           MOVE SPACES TO REGISTRO
           IF   ORG-MODO = "I"
                SET CWSQLC-NEXT TO TRUE
                CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
                IF   CWDIDX-STATUS > "09"
                     MOVE "S" TO FIM-DADOS
                ELSE
                     MOVE CWDIDX-REGISTRO TO REGISTRO
                     ADD  1 TO REG-NUMERO
                END-IF
                GO TO 220-99-FIM
           END-IF
           IF   ORG-MODO = "R"
                READ DADREC
                IF   FS-DADREC > "09"
                             MOVE REGISTRO (CP-POSICAO (I):
                                            CP-TAMANHO (I))
                               TO CAMPO-VALOR
                             IF   CP-TIPO (I) NOT = "C"
                             AND  CP-TIPO (I) NOT = SPACE
                                  PERFORM 235-DECODIFICA
                                     THRU 235-99-FIM
                             END-IF
                        END-IF
                        IF   CP-CLASSE (I) NOT = SPACES
                             PERFORM 237-SENSIVEL THRU 237-99-FIM
                        END-IF
                        STRING CP-NOME (I) (1: 30) " "
                               CAMPO-VALOR DELIMITED BY SIZE

       230-99-FIM. EXIT.

      *    Campo numerico/compactado/binario/data: mostra o valor
      *    editado; conteudo que nao confere com o tipo aparece como
      *    invalido, com o motivo
       235-DECODIFICA.

           SET  CWDDCV-DECODIFICA TO TRUE
           MOVE CP-TIPO (I)       TO CWDDCV-TIPO
           MOVE CP-TAMANHO (I)    TO CWDDCV-TAMANHO
           MOVE CP-DECIMAIS (I)   TO CWDDCV-DECIMAIS
           MOVE CP-FORMATO (I)    TO CWDDCV-FORMATO
           MOVE CAMPO-VALOR       TO CWDDCV-CAMPO
           CALL "CWDDCV" USING PARAMETROS-CWDDCV
           IF   CWDDCV-OK
                MOVE CWDDCV-TEXTO TO CAMPO-VALOR
           ELSE
                MOVE SPACES TO CAMPO-VALOR
                STRING "<invalido> " CWDDCV-MENSAGEM
                       DELIMITED BY SIZE INTO CAMPO-VALOR
           END-IF.

       235-99-FIM. EXIT.

      *    Campo sensivel: mascara para quem nao ve a classe; para
      *    quem ve, registra na auditoria a primeira exibicao do
      *    campo nesta abertura do arquivo
       237-SENSIVEL.

           IF   CP-CLARO (I) NOT = "S"
                SET  CWDDMK-MASCARA TO TRUE
                MOVE CP-TIPO (I)    TO CWDDMK-TIPO
                MOVE CAMPO-VALOR    TO CWDDMK-TEXTO
                CALL "CWDDMK" USING PARAMETROS-CWDDMK
                MOVE CWDDMK-TEXTO   TO CAMPO-VALOR
                GO TO 237-99-FIM
           END-IF
           IF   LY-AUDITADO (LAYOUT-ATUAL I) = "N"
                MOVE "S" TO LY-AUDITADO (LAYOUT-ATUAL I)
                SET  CWDDMK-AUDITA  TO TRUE
                MOVE CP-CLASSE (I)  TO CWDDMK-CLASSE
                MOVE AR-NOME (ARQ-ATUAL) TO CWDDMK-ARQUIVO
                MOVE "CWBRWS"       TO CWDDMK-PROGRAMA
                CALL "CWDDMK" USING PARAMETROS-CWDDMK
           END-IF.

       237-99-FIM. EXIT.

      *    Busca pelo valor: avanca ate o registro cujo campo de
      *    chave (ou o primeiro campo, sem chave marcada) comeca com
      *    o valor digitado
                   UNTIL I = 1 OR BUSCA-VALOR (I: 1) NOT = SPACE
                   CONTINUE
           END-PERFORM
      *    Chave que nao e' texto: o valor digitado e' convertido para
      *    o formato gravado e comparado no campo inteiro
           MOVE I TO BUSCA-TAM
           IF   CP-TIPO (S) NOT = "C"
           AND  CP-TIPO (S) NOT = SPACE
                SET  CWDDCV-CODIFICA TO TRUE
                MOVE CP-TIPO (S)     TO CWDDCV-TIPO
                MOVE CP-TAMANHO (S)  TO CWDDCV-TAMANHO
                MOVE CP-DECIMAIS (S) TO CWDDCV-DECIMAIS
                MOVE CP-FORMATO (S)  TO CWDDCV-FORMATO
                MOVE BUSCA-VALOR     TO CWDDCV-TEXTO
                CALL "CWDDCV" USING PARAMETROS-CWDDCV
                IF   CWDDCV-INVALIDO
                     MOVE CWDDCV-MENSAGEM TO CWSEND-MSG
                     CALL "CWSEND" USING PARAMETROS-CWSEND
                     GO TO 240-99-FIM
                END-IF
                MOVE CP-TAMANHO (S) TO BUSCA-TAM
                MOVE CWDDCV-CAMPO   TO BUSCA-VALOR
           END-IF
      *    Arquivo indexado com busca pelo inicio da chave: posiciona
      *    direto pelo indice em vez de varrer
           IF   ORG-MODO = "I"
           AND  CP-POSICAO (S) = AR-CHAVE-POS (ARQ-ATUAL)
                PERFORM 245-POSICIONA THRU 245-99-FIM
                GO TO 240-99-FIM
           END-IF
           MOVE "N" TO ACHOU-BUSCA
           PERFORM UNTIL ACHOU-BUSCA = "S"
                      OR FIM-DADOS = "S"
                   PERFORM 220-LE-REGISTRO THRU 220-99-FIM
                   IF   FIM-DADOS NOT = "S"
                   AND  CP-POSICAO (S) + BUSCA-TAM - 1 NOT > 2048
                        IF   REGISTRO (CP-POSICAO (S): BUSCA-TAM)
                             = BUSCA-VALOR (1: BUSCA-TAM)
                             MOVE "S" TO ACHOU-BUSCA
                        END-IF
                   END-IF

       240-99-FIM. EXIT.

      *    START na primeira chave igual ou maior que o valor; sem
      *    a chave exata fica no registro seguinte
       245-POSICIONA.

           MOVE LOW-VALUES TO CWDIDX-REGISTRO
           IF   BUSCA-TAM > AR-CHAVE-TAM (ARQ-ATUAL)
                MOVE AR-CHAVE-TAM (ARQ-ATUAL) TO BUSCA-TAM
           END-IF
           MOVE BUSCA-VALOR (1: BUSCA-TAM)
             TO CWDIDX-REGISTRO (CP-POSICAO (S): BUSCA-TAM)
           SET CWSQLC-START TO TRUE
           CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
           IF   CWDIDX-STATUS > "09"
                MOVE "Nenhum registro a partir desta chave"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                MOVE "S" TO FIM-DADOS
                GO TO 245-99-FIM
           END-IF
           MOVE 0 TO REG-NUMERO
           PERFORM 220-LE-REGISTRO THRU 220-99-FIM
           IF   FIM-DADOS NOT = "S"
           AND  REGISTRO (CP-POSICAO (S): BUSCA-TAM)
                NOT = BUSCA-VALOR (1: BUSCA-TAM)
                MOVE "Chave nao encontrada: posicionado na seguinte"
                  TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-IF.

       245-99-FIM. EXIT.

       290-FECHA.

           IF   ORG-MODO = "I"
                SET CWSQLC-CLOSE TO TRUE
                CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
                GO TO 290-99-FIM
           END-IF
           IF   ORG-MODO = "R"
                CLOSE DADREC
           ELSE
