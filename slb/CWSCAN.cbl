                      *  que tenha layout no dicionario "DD" e aponta *
                      *  chave duplicada, chave fora de sequencia,    *
                      *  conteudo nao numerico em campo numerico,     *
                      *  sinal/compactado/binario/data que nao        *
                      *  confere com o tipo (critica do CWDDCV),      *
                      *  registro em branco e (no modo de registros   *
                      *  fixos, CWSCAN_ORG=R) registro mais curto que *
                      *  o layout.  Campo com referencia no           *
                      *  dicionario ("DR") cujo valor nao existe na   *
                      *  chave do arquivo referido e' apontado como   *
                      *  orfao (CWDDRF).  Relatorio de excecoes via   *
                      *  CWIMPR.                                      *
                      *  Roda em lote numa corrente "JB" antes dos    *
                      *  lancamentos de fechamento: RETURN-CODE 0 =   *
                      *  tudo integro, 4 = houve excecoes, 8 = houve  *
                      *  referencias orfas ou nao rodou - e' o que    *
                      *  desvia a corrente pelo CWCONF-JOB-PROXIMO-   *
                      *  RC-OK antes de postar lixo no fechamento.    *
                      *  Arquivos sem layout "DD" sao apenas          *
                      *  anotados no relatorio, sem excecao.          *
                      *  Arquivo marcado indexado no "02" e' lido     *
                      *  pelo indice (CWDIDX), em ordem de chave.     *
                      *  Arquivo com mais de um layout "DD" critica   *
                      *  cada registro pelo layout que o codigo de    *
                      *  tipo dele seleciona - Requisicao 047.        *
              10 FS-DADREC             PIC  X(002) VALUE "00".
              10 LB-DADOS              PIC  X(255) VALUE SPACES.
           05 ORG-MODO                 PIC  X(001) VALUE "L".
           05 ORG-PADRAO               PIC  X(001) VALUE "L".
           05 TAM-LAYOUT               PIC  9(004) VALUE 0.
      *    Extensao do layout ELEITO para o registro corrente: e'
      *    contra ela que o registro curto e' criticado - num
           05 FIM-DADOS                PIC  X(001) VALUE "N".
           05 EXCECOES                 PIC  9(007) VALUE 0.
           05 EXCECOES-ARQ             PIC  9(007) VALUE 0.
           05 ORFAS                    PIC  9(007) VALUE 0.
           05 CHAVE-ATUAL              PIC  X(256) VALUE SPACES.
           05 CHAVE-ANTERIOR           PIC  X(256) VALUE SPACES.
           05 TEM-CHAVE                PIC  X(001) VALUE SPACE.
                 15 CP-POSICAO         PIC  9(003).
                 15 CP-TAMANHO         PIC  9(003).
                 15 CP-TIPO            PIC  X(001).
                 15 CP-DECIMAIS        PIC  9(001).
                 15 CP-FORMATO         PIC  X(008).
                 15 CP-CHAVE           PIC  X(001).
                 15 CP-REFERENCIA      PIC  X(030).
      *    Todos os layouts "DD" do arquivo com os seletores
      *    (Requisicao 047)
           05 LX                       PIC  9(002) VALUE 0.
                 15 LY-SEL-VAL         PIC  X(020).
                 15 LY-TOT-CAMPOS      PIC  9(002).
                 15 LY-TAM-REG         PIC  9(004).
                 15 LY-NUMERO          PIC  X(002).
                 15 LY-CP OCCURS 26.
                    20 LY-SLOT         PIC  9(002).
                    20 LY-REFERENCIA   PIC  X(030).
                    20 LY-NOME         PIC  X(034).
                    20 LY-POSICAO      PIC  9(003).
                    20 LY-TAMANHO      PIC  9(003).
                    20 LY-TIPO         PIC  X(001).
                    20 LY-DECIMAIS     PIC  9(001).
                    20 LY-FORMATO      PIC  X(008).
                    20 LY-CHAVE        PIC  X(001).

       01  LINHAS-DE-IMPRESSAO-SC.
           05 FILLER                   PIC  X(021) VALUE
              "Excecoes encontradas:".
           05 SC-TOTAL                 PIC  ZZZ.ZZ9.
       02  LINHA-SC-4.
           05 FILLER                   PIC  X(021) VALUE
              "Referencias orfas   :".
           05 SC-ORFAS                 PIC  ZZZ.ZZ9.

       COPY CWSEND.
       COPY CWIMPR.
       COPY CWCONF.
       COPY CWDDCV.
       COPY CWDIDX.
       COPY CWDDRF.

       PROCEDURE DIVISION.

                   AND  CWCONF-TIPO = "02"
                        MOVE CWCONF-ARQUIVO TO LB-DADOS
                        MOVE CWCONF-CHAVE   TO SALVA-02
                        PERFORM 205-MODO-ARQUIVO THRU 205-99-FIM
                        PERFORM 200-VERIFICA-ARQUIVO THRU 200-99-FIM
      *                 Recoloca o cursor do "02" (a carga do "DD"
      *                 reposiciona o arquivo de configuracao)
                MOVE EXCECOES   TO SC-TOTAL
                MOVE LINHA-SC-3 TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
                MOVE ORFAS      TO SC-ORFAS
                MOVE LINHA-SC-4 TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
                SET CWIMPR-CLOSE TO TRUE
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF

           IF   EXCECOES > 0
                MOVE 4 TO RETURN-CODE
           END-IF
      *    Orfao e' grave: segura a corrente de fechamento
           IF   ORFAS > 0
                MOVE 8 TO RETURN-CODE
           END-IF.

       100-99-FIM. EXIT.
                        MOVE "S" TO TEM-CHAVE
                   END-IF
           END-PERFORM
           EVALUATE ORG-MODO
               WHEN "I"
                    MOVE LB-DADOS     TO CWDIDX-ARQUIVO
                    MOVE TAM-LAYOUT   TO CWDIDX-TAMANHO
                    MOVE SPACE        TO CWSQLC-UPDATE-FLAG
                    SET CWSQLC-OPEN   TO TRUE
                    CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
                    IF   CWDIDX-STATUS > "09"
                         MOVE "E" TO FIM-DADOS
                    END-IF
               WHEN "R"
                    MOVE TAM-LAYOUT TO TAM-LIDO
                    OPEN INPUT DADREC
                    IF   FS-DADREC NOT = "00"
                         MOVE "E" TO FIM-DADOS
                    END-IF
               WHEN OTHER
                    OPEN INPUT DADLIN
                    IF   FS-DADLIN NOT = "00"
                         MOVE "E" TO FIM-DADOS
                    END-IF
           END-EVALUATE
           IF   FIM-DADOS = "E"
                MOVE LB-DADOS (1: 30)  TO SC-ARQUIVO
                MOVE 0                 TO SC-REGISTRO
                MOVE SPACES            TO SC-CAMPO
                MOVE "Falha ao abrir o arquivo" TO SC-PROBLEMA
                IF   ORG-MODO = "I"
                AND  CWDIDX-STATUS = "39"
                     MOVE "Indexado sem chave valida no dicionario"
                       TO SC-PROBLEMA
                END-IF
                MOVE LINHA-SC-2        TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
                ADD 1 TO EXCECOES
                        PERFORM 230-CRITICA-REGISTRO THRU 230-99-FIM
                   END-IF
           END-PERFORM
           EVALUATE ORG-MODO
               WHEN "I"
                    SET CWSQLC-CLOSE TO TRUE
                    CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
               WHEN "R"
                    CLOSE DADREC
               WHEN OTHER
                    CLOSE DADLIN
           END-EVALUATE.

       200-99-FIM. EXIT.

      *    Arquivo marcado indexado no "02" e' lido pelo indice, com
      *    a chave primaria gravada pelo CWDDMN
       205-MODO-ARQUIVO.

           MOVE ORG-PADRAO TO ORG-MODO
           MOVE 0          TO CWDIDX-CHAVE-POS CWDIDX-CHAVE-TAM
           IF   CWCONF-JOB-TIPO = "I"
                MOVE "I" TO ORG-MODO
                IF   CWCONF-PAGINA NUMERIC
                AND  CWCONF-QUADRO NUMERIC
                     MOVE CWCONF-PAGINA TO CWDIDX-CHAVE-POS
                     MOVE CWCONF-QUADRO TO CWDIDX-CHAVE-TAM
                END-IF
           END-IF.

       205-99-FIM. EXIT.

      *    Carrega TODOS os layouts do arquivo (Requisicao 047); o
      *    layout 1 entra como corrente
       210-CARREGA-DD.
                        MOVE "10" TO FS-CWCONF
                   END-IF
           END-PERFORM
           PERFORM 218-CARREGA-DR THRU 218-99-FIM
                   VARYING LX FROM 1 BY 1 UNTIL LX > TOT-LAYOUTS
           IF   TOT-LAYOUTS > 0
                MOVE 1 TO LX
                PERFORM 216-APLICA-LAYOUT THRU 216-99-FIM
                MOVE 0 TO LY-SEL-TAM (LX)
           END-IF
           MOVE CWCONF-TIPO-FORM TO LY-SEL-VAL (LX)
           MOVE CWCONF-CHAVE (31: 2) TO LY-NUMERO (LX)
           MOVE 0 TO LY-TOT-CAMPOS (LX) LY-TAM-REG (LX)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   IF   CWCONF-NM-OPCAO (I) NOT = SPACES
                   AND  CWCONF-FATOR-P-99 (I) > 0
                        ADD  1 TO LY-TOT-CAMPOS (LX)
                        MOVE LY-TOT-CAMPOS (LX) TO LC2
                        MOVE I      TO LY-SLOT (LX LC2)
                        MOVE SPACES TO LY-REFERENCIA (LX LC2)
                        MOVE CWCONF-NM-OPCAO (I)
                          TO LY-NOME (LX LC2)
                        MOVE CWCONF-SIZE-P-99 (I)
                          TO LY-TAMANHO (LX LC2)
                        MOVE CWCONF-CHECK (I)
                          TO LY-TIPO (LX LC2)
                        IF   CWCONF-NIVEL (I) NUMERIC
                             MOVE CWCONF-NIVEL (I)
                               TO LY-DECIMAIS (LX LC2)
                        ELSE
                             MOVE 0 TO LY-DECIMAIS (LX LC2)
                        END-IF
                        MOVE CWCONF-HELP (I) (1: 8)
                          TO LY-FORMATO (LX LC2)
                        MOVE CWCONF-PASS (I) (1: 1)
                          TO LY-CHAVE (LX LC2)
                        IF   CWCONF-SIZE-P-99 (I)
                        MOVE LY-POSICAO (LX LC2) TO CP-POSICAO (LC2)
                        MOVE LY-TAMANHO (LX LC2) TO CP-TAMANHO (LC2)
                        MOVE LY-TIPO (LX LC2)    TO CP-TIPO (LC2)
                        MOVE LY-DECIMAIS (LX LC2) TO CP-DECIMAIS (LC2)
                        MOVE LY-FORMATO (LX LC2) TO CP-FORMATO (LC2)
                        MOVE LY-CHAVE (LX LC2)   TO CP-CHAVE (LC2)
                        MOVE LY-REFERENCIA (LX LC2)
                          TO CP-REFERENCIA (LC2)
                   ELSE
                        MOVE SPACES TO CP-NOME (LC2)
                        MOVE 0      TO CP-POSICAO (LC2)
                                       CP-TAMANHO (LC2)
                                       CP-DECIMAIS (LC2)
                        MOVE SPACE  TO CP-TIPO (LC2)
                                       CP-CHAVE (LC2)
                        MOVE SPACES TO CP-FORMATO (LC2)
                                       CP-REFERENCIA (LC2)
                   END-IF
           END-PERFORM.

       216-99-FIM. EXIT.

      *    Referencias dos campos do layout LX (registro "DR")
       218-CARREGA-DR.

           MOVE "DR"             TO CWCONF-REG
           MOVE SPACES           TO CWCONF-CHAVE
           MOVE LB-DADOS (1: 30) TO CWCONF-CHAVE (1: 30)
           MOVE LY-NUMERO (LX)   TO CWCONF-CHAVE (31: 2)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF > "09"
                GO TO 218-99-FIM
           END-IF
           PERFORM VARYING LC2 FROM 1 BY 1
                   UNTIL LC2 > LY-TOT-CAMPOS (LX)
                   MOVE CWCONF-NM-OPCAO (LY-SLOT (LX LC2)) (1: 30)
                     TO LY-REFERENCIA (LX LC2)
                   INSPECT LY-REFERENCIA (LX LC2)
                           REPLACING ALL LOW-VALUE BY SPACE
           END-PERFORM.

       218-99-FIM. EXIT.

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
                   END-IF
           END-PERFORM

      *    Sinal, compactado, binario e data: o CWDDCV decodifica e
      *    diz o que nao confere (digito/sinal invalido, data que
      *    nao existe no calendario)
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > TOT-CAMPOS
                   IF  (CP-TIPO (C) = "S" OR "P" OR "B" OR "D")
                   AND  CP-POSICAO (C) + CP-TAMANHO (C) - 1
                        NOT > 2048
                        SET  CWDDCV-DECODIFICA TO TRUE
                        MOVE CP-TIPO (C)     TO CWDDCV-TIPO
                        MOVE CP-TAMANHO (C)  TO CWDDCV-TAMANHO
                        MOVE CP-DECIMAIS (C) TO CWDDCV-DECIMAIS
                        MOVE CP-FORMATO (C)  TO CWDDCV-FORMATO
                        MOVE REGISTRO (CP-POSICAO (C): CP-TAMANHO (C))
                          TO CWDDCV-CAMPO
                        CALL "CWDDCV" USING PARAMETROS-CWDDCV
                        IF   CWDDCV-INVALIDO
                             MOVE CP-NOME (C)     TO SC-CAMPO
                             MOVE CWDDCV-MENSAGEM TO SC-PROBLEMA
                             PERFORM 290-EXCECAO THRU 290-99-FIM
                        END-IF
                   END-IF
           END-PERFORM

      *    Referencias: o valor tem de existir na chave do arquivo
      *    referido (em branco/zeros = nao informado).  Se o arquivo
      *    referido nao pode ser conferido, a excecao sai uma vez e o
      *    campo deixa de ser conferido neste arquivo
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > TOT-CAMPOS
                   IF   CP-REFERENCIA (C) NOT = SPACES
                   AND  CP-TAMANHO (C) NOT > 60
                   AND  CP-POSICAO (C) + CP-TAMANHO (C) - 1
                        NOT > 2048
                        PERFORM 240-REFERENCIA THRU 240-99-FIM
                   END-IF
           END-PERFORM

      *    Chave duplicada/fora de sequencia (compara com o registro
      *    anterior - cobre arquivos mantidos em ordem de chave)
           IF   TEM-CHAVE = "S"

       230-99-FIM. EXIT.

       240-REFERENCIA.

           MOVE SPACES TO CWDDRF-VALOR
           MOVE REGISTRO (CP-POSICAO (C): CP-TAMANHO (C))
             TO CWDDRF-VALOR (1: CP-TAMANHO (C))
           SET  CWDDRF-EXISTE     TO TRUE
           MOVE ORG-PADRAO        TO CWDDRF-ORG
           MOVE "S"               TO CWDDRF-MEMORIA
           MOVE CP-REFERENCIA (C) TO CWDDRF-ARQUIVO
           CALL "CWDDRF" USING PARAMETROS-CWDDRF
           EVALUATE TRUE
               WHEN CWDDRF-FALHOU
                    MOVE CP-NOME (C) TO SC-CAMPO
                    MOVE SPACES      TO SC-PROBLEMA
                    STRING "Orfao: nao existe em " DELIMITED BY SIZE
                           CWDDRF-ARQUIVO          DELIMITED BY SPACE
                      INTO SC-PROBLEMA
                    PERFORM 290-EXCECAO THRU 290-99-FIM
                    ADD 1 TO ORFAS
               WHEN CWDDRF-ERRO
                    MOVE CP-NOME (C)     TO SC-CAMPO
                    MOVE CWDDRF-MENSAGEM TO SC-PROBLEMA
                    PERFORM 290-EXCECAO THRU 290-99-FIM
                    MOVE SPACES TO CP-REFERENCIA (C)
                    PERFORM VARYING LC2 FROM 1 BY 1
                            UNTIL LC2 > TOT-LAYOUTS
                            PERFORM VARYING K FROM 1 BY 1
                                    UNTIL K > LY-TOT-CAMPOS (LC2)
                                    IF   LY-REFERENCIA (LC2 K)
                                         = CWDDRF-ARQUIVO
                                         MOVE SPACES
                                           TO LY-REFERENCIA (LC2 K)
                                    END-IF
                            END-PERFORM
                    END-PERFORM
           END-EVALUATE.

       240-99-FIM. EXIT.

       290-EXCECAO.

           MOVE LB-DADOS (1: 30) TO SC-ARQUIVO
           ELSE
                MOVE "R" TO ORG-MODO
           END-IF
           MOVE ORG-MODO TO ORG-PADRAO
           CANCEL "CWFILE"
           SET CWSQLC-OPEN TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
