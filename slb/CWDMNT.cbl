                      *  Escolhe um arquivo do cadastro "02", le o    *
                      *  layout do dicionario "DD" e inclui, altera   *
                      *  e exclui registros campo a campo, com        *
                      *  critica por campo (tipo C/N/S/P/B/D,         *
                      *  decimais; sinal, compactado, binario e data  *
                      *  editados como texto e convertidos pelo       *
                      *  CWDDCV) e os campos de chave protegidos na   *
                      *  alteracao.                                   *
                      *  Arquivo com mais de um layout "DD" edita     *
                      *  cada registro pelo layout que o codigo de    *
                      *  tipo dele seleciona; na inclusao o layout    *
                      *  programa CWDMNT, como o menu faz para os     *
                      *  modulos.  Le o arquivo como texto (LINE      *
                      *  SEQUENTIAL) ou, com CWDMNT_ORG=R, como       *
                      *  registros fixos do tamanho do layout;        *
                      *  arquivo marcado indexado no "02" e' mantido  *
                      *  no lugar pelo CWDIDX, localizando o registro *
                      *  pela chave.                                  *
                      *  Campo com referencia no dicionario ("DR") so *
                      *  aceita valor que exista na chave do arquivo  *
                      *  referido, e a exclusao avisa quando outros   *
                      *  arquivos ainda citam o registro (CWDDRF).    *
                      *  Toda gravacao vai para a auditoria e, com as *
                      *  imagens anterior e nova, para o journal dos  *
                      *  arquivos de dados (CWDDJL), de onde o CWDDJR *
                      *  desfaz a alteracao.                          *
                      *  Campo com classe sensivel ("DS") de que o    *
                      *  operador nao ve o valor em claro fica        *
                      *  mascarado e protegido na alteracao (na       *
                      *  inclusao e' digitado normalmente); quem ve   *
                      *  em claro deixa o registro na auditoria       *
                      *  (CWDDMK).                                    *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
              10 LB-DADOS              PIC  X(255) VALUE SPACES.
              10 LB-TEMP               PIC  X(255) VALUE SPACES.
           05 ORG-MODO                 PIC  X(001) VALUE "L".
           05 ORG-PADRAO               PIC  X(001) VALUE "L".
           05 TAM-REGISTRO             PIC  9(004) VALUE 0.
           05 I                        PIC  9(003) VALUE 0.
           05 S                        PIC  9(003) VALUE 0.
           05 PODE-ALTERAR             PIC  X(001) VALUE "S".
           05 PODE-EXCLUIR             PIC  X(001) VALUE "S".
           05 REGISTRO                 PIC  X(2048) VALUE SPACES.
           05 REG-ANTES                PIC  X(2048) VALUE SPACES.
           05 REG-DEPOIS               PIC  X(2048) VALUE SPACES.
           05 REG-ALVO                 PIC  9(007) VALUE 0.
           05 REG-ATUAL                PIC  9(007) VALUE 0.
           05 ACHOU-REG                PIC  X(001) VALUE SPACE.
              88 EDICAO-ALTERACAO                   VALUE "A".
           05 CAMPO-VALOR              PIC  X(034) VALUE SPACES.
           05 CAMPO-OK                 PIC  X(001) VALUE SPACE.
           05 AUDITOU-CLARO            PIC  X(001) VALUE SPACE.
           05 NUM-W                    PIC  X(034) VALUE SPACES.
           05 OBS                      PIC  X(078) VALUE SPACES.
           05 VIS-LINHA                PIC  X(070) VALUE SPACES.
                 15 CP-POSICAO         PIC  9(003).
                 15 CP-TAMANHO         PIC  9(003).
                 15 CP-TIPO            PIC  X(001).
                    88 CP-CONVERTE     VALUE "S" "P" "B" "D".
                 15 CP-DECIMAIS        PIC  9(001).
                 15 CP-FORMATO         PIC  X(008).
                 15 CP-CHAVE           PIC  X(001).
                 15 CP-REFERENCIA      PIC  X(030).
                 15 CP-CLASSE          PIC  X(005).
                 15 CP-CLARO           PIC  X(001).
      *    Todos os layouts "DD" do arquivo com os seletores
      *    (Requisicao 047)
           05 LX                       PIC  9(002) VALUE 0.
                 15 LY-SEL-TAM         PIC  9(002).
                 15 LY-SEL-VAL         PIC  X(020).
                 15 LY-TOT-CAMPOS      PIC  9(002).
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
                    20 LY-CLASSE       PIC  X(005).
                    20 LY-CLARO        PIC  X(001).
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
       COPY CWDDRF.
       COPY CWDDJL.
       COPY CWDDMK.

       PROCEDURE DIVISION.

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
           MOVE ORG-PADRAO  TO ORG-MODO
           IF   AR-INDEXADO (S) = "I"
                MOVE "I" TO ORG-MODO
           END-IF
           PERFORM 130-CARREGA-DD THRU 130-99-FIM
           IF   TOT-LAYOUTS = 0
                MOVE "Arquivo sem layout no dicionario (CWDDMN)"
                        MOVE "10" TO FS-CWCONF
                   END-IF
           END-PERFORM
           PERFORM 138-CARREGA-DR THRU 138-99-FIM
                   VARYING LX FROM 1 BY 1 UNTIL LX > TOT-LAYOUTS
           PERFORM 139-VERIFICA-CLASSES THRU 139-99-FIM
                   VARYING LX FROM 1 BY 1 UNTIL LX > TOT-LAYOUTS
           IF   TOT-LAYOUTS > 0
                MOVE 1 TO LX
                PERFORM 136-APLICA-LAYOUT THRU 136-99-FIM
                MOVE 0 TO LY-SEL-TAM (LX)
           END-IF
           MOVE CWCONF-TIPO-FORM TO LY-SEL-VAL (LX)
           MOVE CWCONF-CHAVE (31: 2) TO LY-NUMERO (LX)
           MOVE 0 TO LY-TOT-CAMPOS (LX)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 26
                   IF   CWCONF-NM-OPCAO (I) NOT = SPACES
                   AND  CWCONF-FATOR-P-99 (I) > 0
                        ADD  1 TO LY-TOT-CAMPOS (LX)
                        MOVE LY-TOT-CAMPOS (LX) TO LC
                        MOVE I      TO LY-SLOT (LX LC)
                        MOVE SPACES TO LY-REFERENCIA (LX LC)
                        MOVE CWCONF-NM-OPCAO (I)
                          TO LY-NOME (LX LC)
                        MOVE CWCONF-SIZE-P-99 (I)
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
                        IF   CWCONF-SIZE-P-99 (I)
                           + CWCONF-FATOR-P-99 (I) - 1
                           > TAM-REGISTRO

       132-99-FIM. EXIT.

      *    Referencias dos campos do layout LX (registro "DR")
       138-CARREGA-DR.

           MOVE "DR"             TO CWCONF-REG
           MOVE SPACES           TO CWCONF-CHAVE
           MOVE LB-DADOS (1: 30) TO CWCONF-CHAVE (1: 30)
           MOVE LY-NUMERO (LX)   TO CWCONF-CHAVE (31: 2)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF > "09"
                GO TO 138-99-FIM
           END-IF
           PERFORM VARYING LC FROM 1 BY 1 UNTIL LC > LY-TOT-CAMPOS (LX)
                   MOVE CWCONF-NM-OPCAO (LY-SLOT (LX LC)) (1: 30)
                     TO LY-REFERENCIA (LX LC)
                   INSPECT LY-REFERENCIA (LX LC)
                           REPLACING ALL LOW-VALUE BY SPACE
           END-PERFORM.

       138-99-FIM. EXIT.

      *    Campos sensiveis do layout LX: o operador ve em claro?
       139-VERIFICA-CLASSES.

           PERFORM VARYING LC FROM 1 BY 1 UNTIL LC > LY-TOT-CAMPOS (LX)
                   IF   LY-CLASSE (LX LC) NOT = SPACES
                        SET  CWDDMK-VERIFICA   TO TRUE
                        MOVE LY-CLASSE (LX LC) TO CWDDMK-CLASSE
                        CALL "CWDDMK" USING PARAMETROS-CWDDMK
                        MOVE CWDDMK-CLARO      TO LY-CLARO (LX LC)
                   END-IF
           END-PERFORM.

       139-99-FIM. EXIT.

      *    Elege o layout do registro corrente pelo seletor (mesma
      *    regra do CWBRWS): casamento do codigo de tipo, senao o
      *    primeiro generico, senao o 1
                        MOVE LY-TAMANHO (LX LC)  TO CP-TAMANHO (LC)
                        MOVE LY-TIPO (LX LC)     TO CP-TIPO (LC)
                        MOVE LY-DECIMAIS (LX LC) TO CP-DECIMAIS (LC)
                        MOVE LY-FORMATO (LX LC)  TO CP-FORMATO (LC)
                        MOVE LY-CHAVE (LX LC)    TO CP-CHAVE (LC)
                        MOVE LY-REFERENCIA (LX LC)
                          TO CP-REFERENCIA (LC)
                        MOVE LY-CLASSE (LX LC)   TO CP-CLASSE (LC)
                        MOVE LY-CLARO (LX LC)    TO CP-CLARO (LC)
                   ELSE
                        MOVE SPACES TO CP-NOME (LC)
                        MOVE 0      TO CP-POSICAO (LC)
                                       CP-DECIMAIS (LC)
                        MOVE SPACE  TO CP-TIPO (LC)
                                       CP-CHAVE (LC)
                        MOVE SPACES TO CP-FORMATO (LC)
                                       CP-REFERENCIA (LC)
                                       CP-CLASSE (LC)
                        MOVE "S"    TO CP-CLARO (LC)
                   END-IF
           END-PERFORM.

           END-IF
           SET EDICAO-INCLUSAO TO TRUE
           PERFORM 350-EDITA-CAMPOS THRU 350-99-FIM
      *    Indexado: grava no lugar, recusando chave que ja existe
           IF   ORG-MODO = "I"
                PERFORM 480-ABRE-INDEXADO THRU 480-99-FIM
                IF   CWDIDX-STATUS > "09"
                     GO TO 300-FALHA
                END-IF
                MOVE REGISTRO TO CWDIDX-REGISTRO
                SET CWSQLC-WRITE TO TRUE
                CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
                MOVE CWDIDX-STATUS TO FS-DADREC
                PERFORM 490-FECHA-INDEXADO THRU 490-99-FIM
                IF   FS-DADREC = "22"
                     MOVE "Ja existe registro com esta chave"
                       TO CWSEND-MSG
                     CALL "CWSEND" USING PARAMETROS-CWSEND
                     GO TO 300-99-FIM
                END-IF
                IF   FS-DADREC > "09"
                     GO TO 300-FALHA
                END-IF
                GO TO 300-GRAVADO
           END-IF
           IF   ORG-MODO = "R"
                OPEN EXTEND DADREC
                IF   FS-DADREC NOT = "00"
                MOVE REGISTRO TO DADLIN-REG
                WRITE DADLIN-REG
                CLOSE DADLIN
           END-IF.

       300-GRAVADO.

           PERFORM 600-AUDITA THRU 600-99-FIM
           SET  CWDDJL-INCLUSAO TO TRUE
           MOVE SPACES          TO CWDDJL-IMAGEM-ANTES
           MOVE REGISTRO        TO CWDDJL-IMAGEM-DEPOIS
           MOVE 0               TO CWDDJL-POSICAO
           PERFORM 610-JOURNAL THRU 610-99-FIM
           MOVE "Registro incluido" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND
           GO TO 300-99-FIM.
      *    temporario toma o lugar do original
       400-ALTERA.

           IF   ORG-MODO = "I"
                MOVE "A" TO FUNCAO-W
                PERFORM 470-INDEXADO THRU 470-99-FIM
                MOVE SPACE TO FUNCAO-W
                GO TO 400-AUDITA
           END-IF
           PERFORM 410-PEDE-NUMERO THRU 410-99-FIM
           IF   REG-ALVO = 0
                GO TO 400-99-FIM
           END-IF
           MOVE "A" TO FUNCAO-W
           PERFORM 450-REGRAVA THRU 450-99-FIM
           MOVE SPACE TO FUNCAO-W.

       400-AUDITA.

           IF   ACHOU-REG = "S"
                PERFORM 600-AUDITA THRU 600-99-FIM
                SET  CWDDJL-ALTERACAO TO TRUE
                MOVE REG-ANTES        TO CWDDJL-IMAGEM-ANTES
                MOVE REG-DEPOIS       TO CWDDJL-IMAGEM-DEPOIS
                PERFORM 610-JOURNAL THRU 610-99-FIM
                MOVE "Registro alterado" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-IF.
                GO TO 460-99-FIM
           END-IF
           MOVE "S" TO ACHOU-REG
           MOVE REGISTRO TO REG-ANTES
           IF   FUNCAO-W = "A"
      *         O layout que vale e' o que o codigo de tipo do
      *         registro seleciona (Requisicao 047)
                PERFORM 135-SELECIONA-LAYOUT THRU 135-99-FIM
                SET EDICAO-ALTERACAO TO TRUE
                PERFORM 350-EDITA-CAMPOS THRU 350-99-FIM
                MOVE REGISTRO TO REG-DEPOIS
           END-IF.

       460-99-FIM. EXIT.

      *    Indexado: pede os campos de chave (layout 01), le o
      *    registro pela chave e, com FUNCAO-W "A", edita e regrava
      *    no lugar; com "E", confirma e exclui.  ACHOU-REG = "S" so
      *    quando a gravacao deu certo
       470-INDEXADO.

           MOVE "N" TO ACHOU-REG
           MOVE SPACES TO REGISTRO
           MOVE 1 TO LX
           PERFORM 136-APLICA-LAYOUT THRU 136-99-FIM
           SET EDICAO-INCLUSAO TO TRUE
           PERFORM 475-PEDE-CHAVE THRU 475-99-FIM
           PERFORM 480-ABRE-INDEXADO THRU 480-99-FIM
           IF   CWDIDX-STATUS > "09"
                GO TO 470-FALHA
           END-IF
           MOVE REGISTRO TO CWDIDX-REGISTRO
           SET CWSQLC-READ  TO TRUE
           SET CWSQLC-EQUAL TO TRUE
           CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
           IF   CWDIDX-STATUS > "09"
                MOVE "Registro nao existe no arquivo" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
                GO TO 470-FECHA
           END-IF
           MOVE CWDIDX-REGISTRO TO REGISTRO REG-ANTES
           MOVE 0 TO REG-ALVO
           IF   FUNCAO-W = "A"
                PERFORM 135-SELECIONA-LAYOUT THRU 135-99-FIM
                SET EDICAO-ALTERACAO TO TRUE
                PERFORM 350-EDITA-CAMPOS THRU 350-99-FIM
                MOVE REGISTRO TO CWDIDX-REGISTRO REG-DEPOIS
                SET CWSQLC-REWRITE TO TRUE
           ELSE
                PERFORM 520-REFERIDO THRU 520-99-FIM
                MOVE SPACES TO CWSEND-MSG CWSEND-SCREENS
                STRING "Excluir o registro de chave "
                       REGISTRO (AR-CHAVE-POS (ARQ-ATUAL):
                                 AR-CHAVE-TAM (ARQ-ATUAL))
                       " ?" DELIMITED BY SIZE INTO CWSEND-MSG
                MOVE "~Confirmar" TO CWSEND-SCREEN (1)
                MOVE "~Voltar"    TO CWSEND-SCREEN (2)
                MOVE 2            TO CWSEND-OPTION
                CALL "CWSEND" USING PARAMETROS-CWSEND
                MOVE SPACES TO CWSEND-SCREENS
                IF   CWSEND-OPTION NOT = 1
                     GO TO 470-FECHA
                END-IF
                SET CWSQLC-DELETE TO TRUE
           END-IF
           CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX
           IF   CWDIDX-STATUS > "09"
                MOVE SPACES TO CWSEND-MSG
                STRING "Falha na gravacao do arquivo indexado: "
                       CWDIDX-STATUS DELIMITED BY SIZE
                  INTO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           ELSE
                MOVE "S" TO ACHOU-REG
           END-IF.

       470-FECHA.

           PERFORM 490-FECHA-INDEXADO THRU 490-99-FIM
           GO TO 470-99-FIM.

       470-FALHA.

           MOVE "Falha ao abrir o arquivo de dados" TO CWSEND-MSG
           CALL "CWSEND" USING PARAMETROS-CWSEND.

       470-99-FIM. EXIT.

      *    So os campos de chave, na mesma tela da edicao
       475-PEDE-CHAVE.

           MOVE "S" TO CAMPO-OK
           MOVE 08 TO CWBOXW-LINE
           MOVE 04 TO CWBOXW-COLUMN
           MOVE 05 TO CWBOXW-VERTICAL-LENGTH
           MOVE 72 TO CWBOXW-HORIZONTAL-LENGTH
           MOVE 62 TO CWBOXW-COLOR-FRAME
                      CWBOXW-COLOR-BORDER
           SET CWBOXW-OPEN TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOT-CAMPOS
                   IF   CP-CHAVE (I) = "K"
                        PERFORM 360-EDITA-UM THRU 360-99-FIM
                   END-IF
           END-PERFORM
           SET CWBOXW-CLOSE TO TRUE
           CALL "CWBOXW" USING PARAMETROS-CWBOXW.

       475-99-FIM. EXIT.

      *    Abre o indexado para atualizacao (I-O) pela chave do "02"
       480-ABRE-INDEXADO.

           MOVE LB-DADOS     TO CWDIDX-ARQUIVO
           MOVE AR-CHAVE-POS (ARQ-ATUAL) TO CWDIDX-CHAVE-POS
           MOVE AR-CHAVE-TAM (ARQ-ATUAL) TO CWDIDX-CHAVE-TAM
           MOVE TAM-REGISTRO TO CWDIDX-TAMANHO
           SET CWSQLC-UPDATE TO TRUE
           SET CWSQLC-OPEN   TO TRUE
           CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX.

       480-99-FIM. EXIT.

       490-FECHA-INDEXADO.

           SET CWSQLC-CLOSE TO TRUE
           CALL "CWDIDX" USING CWSQLC PARAMETROS-CWDIDX.

       490-99-FIM. EXIT.

      *    Edicao campo a campo sobre REGISTRO, com critica: campo
      *    "N" so aceita digitos (alinhado a direita com zeros),
      *    "S"/"P"/"B"/"D" editados como texto e convertidos pelo
      *    CWDDCV, chave protegida na alteracao e obrigatoria na
      *    inclusao
       350-EDITA-CAMPOS.

           MOVE "S" TO CAMPO-OK
           MOVE "N" TO AUDITOU-CLARO
           MOVE 08 TO CWBOXW-LINE
           MOVE 04 TO CWBOXW-COLUMN
           MOVE 05 TO CWBOXW-VERTICAL-LENGTH
                MOVE REGISTRO (CP-POSICAO (I): CP-TAMANHO (I))
                  TO CAMPO-VALOR
           END-IF
           IF   CP-CONVERTE (I)
      *         Conteudo gravado vira texto editado; o que nao confere
      *         com o tipo (ex.: registro novo em branco) vem vazio
                SET  CWDDCV-DECODIFICA TO TRUE
                PERFORM 375-CWDDCV THRU 375-99-FIM
                MOVE CAMPO-VALOR TO CWDDCV-CAMPO
                CALL "CWDDCV" USING PARAMETROS-CWDDCV
                IF   CWDDCV-OK
                     MOVE CWDDCV-TEXTO TO CAMPO-VALOR
                ELSE
                     MOVE SPACES TO CAMPO-VALOR
                END-IF
           END-IF
           IF   EDICAO-ALTERACAO
           AND  CP-CLASSE (I) NOT = SPACES
                PERFORM 365-SENSIVEL THRU 365-99-FIM
                IF   CP-CLARO (I) NOT = "S"
                     GO TO 360-99-FIM
                END-IF
           END-IF
           IF   EDICAO-ALTERACAO
           AND  CP-CHAVE (I) = "K"
      *         Chave protegida: so exibe
                        CALL "CWSEND" USING PARAMETROS-CWSEND
                   END-IF
           END-PERFORM
           IF   CP-CONVERTE (I)
                MOVE CWDDCV-CAMPO TO CAMPO-VALOR
           END-IF
           IF   CP-POSICAO (I) + CP-TAMANHO (I) - 1 NOT > 2048
                MOVE CAMPO-VALOR (1: CP-TAMANHO (I))
                  TO REGISTRO (CP-POSICAO (I): CP-TAMANHO (I))

       360-99-FIM. EXIT.

      *    Campo sensivel na alteracao: quem nao ve a classe so ve o
      *    valor mascarado e nao altera; quem ve deixa na auditoria
      *    (uma vez por registro editado)
       365-SENSIVEL.

           IF   CP-CLARO (I) NOT = "S"
                SET  CWDDMK-MASCARA TO TRUE
                MOVE CP-TIPO (I)    TO CWDDMK-TIPO
                MOVE CAMPO-VALOR    TO CWDDMK-TEXTO
                CALL "CWDDMK" USING PARAMETROS-CWDDMK
                MOVE SPACES TO VIS-LINHA
                STRING "Valor: " CWDDMK-TEXTO (1: 34) " (sensivel)"
                       DELIMITED BY SIZE
                  INTO VIS-LINHA
                MOVE 11 TO VIS-POS-LIN
                CALL "CWMSGW" USING VIS-POS VIS-LINHA
                GO TO 365-99-FIM
           END-IF
           IF   AUDITOU-CLARO = "N"
                MOVE "S" TO AUDITOU-CLARO
                SET  CWDDMK-AUDITA  TO TRUE
                MOVE CP-CLASSE (I)  TO CWDDMK-CLASSE
                MOVE LB-DADOS       TO CWDDMK-ARQUIVO
                MOVE "CWDMNT"       TO CWDDMK-PROGRAMA
                CALL "CWDDMK" USING PARAMETROS-CWDDMK
           END-IF.

       365-99-FIM. EXIT.

       370-CRITICA.

           IF   EDICAO-INCLUSAO
                       TO CWSEND-MSG
                     MOVE "N" TO CAMPO-OK
                END-IF
           END-IF
           IF   CP-CONVERTE (I)
                SET  CWDDCV-CODIFICA TO TRUE
                PERFORM 375-CWDDCV THRU 375-99-FIM
                MOVE CAMPO-VALOR TO CWDDCV-TEXTO
                CALL "CWDDCV" USING PARAMETROS-CWDDCV
                IF   CWDDCV-INVALIDO
                     MOVE CWDDCV-MENSAGEM TO CWSEND-MSG
                     MOVE "N" TO CAMPO-OK
                END-IF
           END-IF
           IF   CAMPO-OK = "S"
           AND  CP-REFERENCIA (I) NOT = SPACES
                PERFORM 378-REFERENCIA THRU 378-99-FIM
           END-IF.

       370-99-FIM. EXIT.

       375-CWDDCV.

           MOVE CP-TIPO (I)     TO CWDDCV-TIPO
           MOVE CP-TAMANHO (I)  TO CWDDCV-TAMANHO
           MOVE CP-DECIMAIS (I) TO CWDDCV-DECIMAIS
           MOVE CP-FORMATO (I)  TO CWDDCV-FORMATO.

       375-99-FIM. EXIT.

      *    O valor, como vai gravado, tem de existir na chave do
      *    arquivo referido; em branco/zeros passa (nao informado)
       378-REFERENCIA.

           MOVE SPACES TO CWDDRF-VALOR
           IF   CP-CONVERTE (I)
                MOVE CWDDCV-CAMPO TO CWDDRF-VALOR
           ELSE
                MOVE CAMPO-VALOR  TO CWDDRF-VALOR
           END-IF
           IF   CP-TAMANHO (I) < 34
                MOVE SPACES TO CWDDRF-VALOR (CP-TAMANHO (I) + 1: )
           END-IF
           SET  CWDDRF-EXISTE     TO TRUE
           MOVE ORG-PADRAO        TO CWDDRF-ORG
           MOVE "N"               TO CWDDRF-MEMORIA
           MOVE CP-REFERENCIA (I) TO CWDDRF-ARQUIVO
           CALL "CWDDRF" USING PARAMETROS-CWDDRF
           IF   CWDDRF-FALHOU
           OR   CWDDRF-ERRO
                MOVE CWDDRF-MENSAGEM TO CWSEND-MSG
                MOVE "N" TO CAMPO-OK
           END-IF.

       378-99-FIM. EXIT.

      *    Exclusao: repassa o arquivo sem copiar o registro pedido
       500-EXCLUI.

           IF   ORG-MODO = "I"
                MOVE "E" TO FUNCAO-W
                PERFORM 470-INDEXADO THRU 470-99-FIM
                MOVE SPACE TO FUNCAO-W
                GO TO 500-AUDITA
           END-IF
           PERFORM 410-PEDE-NUMERO THRU 410-99-FIM
           IF   REG-ALVO = 0
                GO TO 500-99-FIM
           END-IF
           PERFORM 510-LE-ALVO THRU 510-99-FIM
           IF   ACHOU-REG = "S"
                PERFORM 520-REFERIDO THRU 520-99-FIM
           END-IF
           MOVE SPACES TO CWSEND-MSG CWSEND-SCREENS
           STRING "Excluir o registro " REG-ALVO " ?"
                  DELIMITED BY SIZE INTO CWSEND-MSG
           END-IF
           MOVE "E" TO FUNCAO-W
           PERFORM 450-REGRAVA THRU 450-99-FIM
           MOVE SPACE TO FUNCAO-W.

       500-AUDITA.

           IF   ACHOU-REG = "S"
                PERFORM 600-AUDITA THRU 600-99-FIM
                SET  CWDDJL-EXCLUSAO TO TRUE
                MOVE REG-ANTES       TO CWDDJL-IMAGEM-ANTES
                MOVE SPACES          TO CWDDJL-IMAGEM-DEPOIS
                PERFORM 610-JOURNAL THRU 610-99-FIM
                MOVE "Registro excluido" TO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-IF.

       500-99-FIM. EXIT.

      *    Le o registro REG-ALVO (so para conferir quem o cita)
       510-LE-ALVO.

           MOVE "N"    TO ACHOU-REG
           MOVE 0      TO REG-ATUAL
           MOVE SPACES TO REGISTRO
           IF   ORG-MODO = "R"
                OPEN INPUT DADREC
                PERFORM UNTIL FS-DADREC > "09"
                           OR ACHOU-REG = "S"
                        READ DADREC
                        IF   FS-DADREC = "00"
                             ADD 1 TO REG-ATUAL
                             IF   REG-ATUAL = REG-ALVO
                                  MOVE DADREC-REG TO REGISTRO
                                  MOVE "S" TO ACHOU-REG
                             END-IF
                        END-IF
                END-PERFORM
                CLOSE DADREC
           ELSE
                OPEN INPUT DADLIN
                PERFORM UNTIL FS-DADLIN > "09"
                           OR ACHOU-REG = "S"
                        READ DADLIN
                        IF   FS-DADLIN = "00"
                             ADD 1 TO REG-ATUAL
                             IF   REG-ATUAL = REG-ALVO
                                  MOVE DADLIN-REG TO REGISTRO
                                  MOVE "S" TO ACHOU-REG
                             END-IF
                        END-IF
                END-PERFORM
                CLOSE DADLIN
           END-IF.

       510-99-FIM. EXIT.

      *    Registro ainda citado por campo com referencia de outro
      *    arquivo: avisa antes da confirmacao da exclusao
       520-REFERIDO.

           SET  CWDDRF-REFERIDO  TO TRUE
           MOVE ORG-PADRAO       TO CWDDRF-ORG
           MOVE "N"              TO CWDDRF-MEMORIA
           MOVE LB-DADOS (1: 30) TO CWDDRF-ARQUIVO
           MOVE REGISTRO         TO CWDDRF-REGISTRO
           CALL "CWDDRF" USING PARAMETROS-CWDDRF
           IF   CWDDRF-FALHOU
                MOVE SPACES TO CWSEND-MSG
                STRING "Atencao: citado por " DELIMITED BY SIZE
                       CWDDRF-QTDE            DELIMITED BY SIZE
                       " registro(s) de "     DELIMITED BY SIZE
                       CWDDRF-REFERENTE       DELIMITED BY SPACE
                       " ("                   DELIMITED BY SIZE
                       CWDDRF-CAMPO           DELIMITED BY "  "
                       ")"                    DELIMITED BY SIZE
                  INTO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-IF.

       520-99-FIM. EXIT.

       600-AUDITA.

           MOVE SPACES TO OBS

       600-99-FIM. EXIT.

      *    Imagens anterior/nova para o journal dos arquivos de dados
      *    (o numero do registro so existe no arquivo sequencial)
       610-JOURNAL.

           MOVE "CWDMNT"         TO CWDDJL-PROGRAMA
           MOVE LB-DADOS (1: 30) TO CWDDJL-ARQUIVO
           MOVE SPACES           TO CWDDJL-LOTE
           MOVE TAM-REGISTRO     TO CWDDJL-TAMANHO
           MOVE "N"              TO CWDDJL-MANTER
           IF   NOT CWDDJL-INCLUSAO
                MOVE REG-ALVO    TO CWDDJL-POSICAO
           END-IF
           CALL "CWDDJL" USING PARAMETROS-CWDDJL
           IF   CWDDJL-STATUS > "09"
                MOVE SPACES TO CWSEND-MSG
                STRING "Atencao: journal nao gravado, status "
                       CWDDJL-STATUS DELIMITED BY SIZE
                  INTO CWSEND-MSG
                CALL "CWSEND" USING PARAMETROS-CWSEND
           END-IF.

       610-99-FIM. EXIT.

      *    Permissoes "GU" do grupo do operador para o programa
      *    CWDMNT, com o mesmo criterio bloquear/liberar do menu:
      *    modo bloquear nega o verbo cuja coluna esta marcada; modo
           ELSE
                MOVE "R" TO ORG-MODO
           END-IF
           MOVE ORG-MODO TO ORG-PADRAO
           CALL "CWGETU" USING NOME TASK PROGRAMA "?"
           CANCEL "CWFILE"
           SET CWSQLC-UPDATE TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
      *    Passo de corrente com dono: permissoes da conta de servico
           CALL "CWGETS" USING NOME
           MOVE "PS" TO CWCONF-REG
           MOVE NOME TO CWCONF-NOME
           SET CWSQLC-READ        TO TRUE
