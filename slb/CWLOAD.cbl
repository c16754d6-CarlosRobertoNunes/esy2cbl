                      *  "DD" do arquivo alvo do cadastro "02" (a     *
                      *  coluna N alimenta o campo N do layout),      *
                      *  critica campo a campo (tipo C/N, tamanho,    *
                      *  chave obrigatoria; sinal, compactado,        *
                      *  binario e data chegam como texto e sao       *
                      *  convertidos pelo CWDDCV), anexa os registros *
                      *  aceitos no alvo e imprime via CWIMPR o       *
                      *  relatorio de excecoes dos rejeitados.        *
                      *  Parametros pela linha de comando             *
                      *  RETURN-CODE 0 = tudo aceito, 4 = houve       *
                      *  rejeitados, 8 = nao rodou - e' o que orienta *
                      *  o desvio CWCONF-JOB-PROXIMO-RC-OK.           *
                      *  Campo com referencia no dicionario ("DR")    *
                      *  rejeita a linha cujo valor nao existe na     *
                      *  chave do arquivo referido (CWDDRF).          *
                      *  Cada registro anexado vai para o journal dos *
                      *  arquivos de dados (CWDDJL) sob um lote       *
                      *  "CWLOAD<AAAAMMDD><HHMMSS>", impresso no fim  *
                      *  do relatorio, pelo qual o CWDDJR desfaz a    *
                      *  carga inteira.                               *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
           05 LINHA-OK                 PIC  X(001) VALUE SPACE.
           05 MOTIVO                   PIC  X(040) VALUE SPACES.
           05 C-FALHA                  PIC  9(002) VALUE 0.
           05 LOTE-JRN                 PIC  X(020) VALUE SPACES.
           05 FS-JOURNAL               PIC  X(002) VALUE "00".
           05 TOT-COLUNAS              PIC  9(002) VALUE 0.
           05 TAB-COLUNAS.
              10 COL-VALOR OCCURS 26   PIC  X(064).
                 15 CP-POSICAO         PIC  9(003).
                 15 CP-TAMANHO         PIC  9(003).
                 15 CP-TIPO            PIC  X(001).
                    88 CP-CONVERTE     VALUE "S" "P" "B" "D".
                 15 CP-DECIMAIS        PIC  9(001).
                 15 CP-FORMATO         PIC  X(008).
                 15 CP-CHAVE           PIC  X(001).
                 15 CP-SLOT            PIC  9(002).
                 15 CP-REFERENCIA      PIC  X(030).

       01  LINHAS-DE-IMPRESSAO-LD.
       02  LINHA-LD-1.
       02  LINHA-LD-3.
           05 LD-ROTULO                PIC  X(022) VALUE SPACES.
           05 LD-TOTAL                 PIC  ZZZ.ZZZ.ZZ9.
       02  LINHA-LD-4.
           05 LD-ROTULO-4              PIC  X(022) VALUE SPACES.
           05 LD-TEXTO                 PIC  X(040) VALUE SPACES.

       COPY CWSEND.
       COPY CWIMPR.
       COPY CWCONF.
       COPY CWDDCV.
       COPY CWDDRF.
       COPY CWDDJL.
       COPY CWTIME.

       PROCEDURE DIVISION.

           MOVE LINHA-LD-1              TO CWIMPR-HEADER-1
           MOVE "CWLOADA"               TO CWIMPR-REPORT

      *    Lote do journal: uma carga, um lote
           SET CWTIME-NORMAL TO TRUE
           SET CWTIME-TODAY  TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           MOVE SPACES TO LOTE-JRN
           STRING "CWLOAD" CWTIME-DATE-FINAL
                  CWTIME-TIME-FINAL (1: 6)
                  DELIMITED BY SIZE INTO LOTE-JRN

           PERFORM UNTIL FS-ENTWK > "09"
                   READ ENTWK
                   IF   FS-ENTWK = "00"
           ELSE
                CLOSE DADLIN
           END-IF
           SET CWDDJL-FECHA TO TRUE
           CALL "CWDDJL" USING PARAMETROS-CWDDJL

           IF   NOT CWIMPR-END-PRINT
                MOVE SPACES TO CWIMPR-DETAIL
                MOVE REJEITADOS              TO LD-TOTAL
                MOVE LINHA-LD-3              TO CWIMPR-DETAIL
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
                IF   ACEITOS > 0
                     MOVE "Lote no journal     :" TO LD-ROTULO-4
                     MOVE LOTE-JRN                TO LD-TEXTO
                     MOVE LINHA-LD-4              TO CWIMPR-DETAIL
                     CALL "CWIMPR" USING PARAMETROS-CWIMPR
                END-IF
                IF   FS-JOURNAL > "09"
                     MOVE "Journal nao gravado :" TO LD-ROTULO-4
                     MOVE SPACES                  TO LD-TEXTO
                     STRING "status " FS-JOURNAL
                            DELIMITED BY SIZE INTO LD-TEXTO
                     MOVE LINHA-LD-4              TO CWIMPR-DETAIL
                     CALL "CWIMPR" USING PARAMETROS-CWIMPR
                END-IF
                SET CWIMPR-CLOSE TO TRUE
                CALL "CWIMPR" USING PARAMETROS-CWIMPR
           END-IF
                     MOVE REGISTRO TO DADLIN-REG
                     WRITE DADLIN-REG
                END-IF
                PERFORM 150-JOURNAL THRU 150-99-FIM
           ELSE
                ADD 1 TO REJEITADOS
                MOVE LINHA-ATUAL       TO LD-LINHA
                      OR COL-VALOR (C) (J: 1) NOT = SPACE
                   CONTINUE
           END-PERFORM

      *    Sinal, compactado, binario e data: o texto da coluna
      *    (-1.234,56, DD/MM/AAAA...) e' convertido para o formato
      *    gravado; o CWDDCV diz o que nao cabe ou nao confere
           IF   CP-CONVERTE (C)
                IF   J > 34
                     MOVE "Valor maior que o campo" TO MOTIVO
                     MOVE "N" TO LINHA-OK
                     GO TO 130-99-FIM
                END-IF
                SET  CWDDCV-CODIFICA TO TRUE
                MOVE CP-TIPO (C)     TO CWDDCV-TIPO
                MOVE CP-TAMANHO (C)  TO CWDDCV-TAMANHO
                MOVE CP-DECIMAIS (C) TO CWDDCV-DECIMAIS
                MOVE CP-FORMATO (C)  TO CWDDCV-FORMATO
                MOVE COL-VALOR (C) (1: 34) TO CWDDCV-TEXTO
                CALL "CWDDCV" USING PARAMETROS-CWDDCV
                IF   CWDDCV-INVALIDO
                     MOVE CWDDCV-MENSAGEM TO MOTIVO
                     MOVE "N" TO LINHA-OK
                     GO TO 130-99-FIM
                END-IF
                MOVE CWDDCV-CAMPO TO COL-VALOR (C)
                GO TO 130-ACEITA
           END-IF

           IF   J > CP-TAMANHO (C)
                MOVE "Valor maior que o campo" TO MOTIVO
                MOVE "N" TO LINHA-OK
                     MOVE "N" TO LINHA-OK
                     GO TO 130-99-FIM
                END-IF
           END-IF.

       130-ACEITA.

           IF   CP-REFERENCIA (C) NOT = SPACES
                PERFORM 140-REFERENCIA THRU 140-99-FIM
                IF   LINHA-OK = "N"
                     GO TO 130-99-FIM
                END-IF
           END-IF
           IF   CP-POSICAO (C) + CP-TAMANHO (C) - 1 NOT > 2048
                MOVE COL-VALOR (C) (1: CP-TAMANHO (C))
                  TO REGISTRO (CP-POSICAO (C): CP-TAMANHO (C))

       130-99-FIM. EXIT.

      *    O valor, como vai gravado, tem de existir na chave do
      *    arquivo referido (as chaves ficam em memoria durante a
      *    carga); em branco/zeros passa como nao informado
       140-REFERENCIA.

           IF   CP-TAMANHO (C) > 60
                GO TO 140-99-FIM
           END-IF
           MOVE SPACES TO CWDDRF-VALOR
           MOVE COL-VALOR (C) (1: CP-TAMANHO (C))
             TO CWDDRF-VALOR (1: CP-TAMANHO (C))
           SET  CWDDRF-EXISTE     TO TRUE
           MOVE ORG-MODO          TO CWDDRF-ORG
           MOVE "S"               TO CWDDRF-MEMORIA
           MOVE CP-REFERENCIA (C) TO CWDDRF-ARQUIVO
           CALL "CWDDRF" USING PARAMETROS-CWDDRF
           IF   CWDDRF-FALHOU
           OR   CWDDRF-ERRO
                MOVE CWDDRF-MENSAGEM TO MOTIVO
                MOVE "N" TO LINHA-OK
           END-IF.

       140-99-FIM. EXIT.

      *    Registro anexado vai para o journal (aberto durante toda a
      *    carga); a posicao e' a ordem dentro do lote
       150-JOURNAL.

           SET  CWDDJL-INCLUSAO  TO TRUE
           MOVE "CWLOAD"         TO CWDDJL-PROGRAMA
           MOVE LB-DADOS (1: 30) TO CWDDJL-ARQUIVO
           MOVE LOTE-JRN         TO CWDDJL-LOTE
           MOVE ACEITOS          TO CWDDJL-POSICAO
           MOVE TAM-REGISTRO     TO CWDDJL-TAMANHO
           MOVE "S"              TO CWDDJL-MANTER
           MOVE SPACES           TO CWDDJL-IMAGEM-ANTES
           MOVE REGISTRO         TO CWDDJL-IMAGEM-DEPOIS
           CALL "CWDDJL" USING PARAMETROS-CWDDJL
           IF   CWDDJL-STATUS > "09"
           AND  FS-JOURNAL < "10"
                MOVE CWDDJL-STATUS TO FS-JOURNAL
           END-IF.

       150-99-FIM. EXIT.

       200-CARREGA-DD.

           MOVE 0 TO TOT-CAMPOS TAM-REGISTRO
                          TO CP-TAMANHO (TOT-CAMPOS)
                        MOVE CWCONF-CHECK (I)
                          TO CP-TIPO (TOT-CAMPOS)
                        IF   CWCONF-NIVEL (I) NUMERIC
                             MOVE CWCONF-NIVEL (I)
                               TO CP-DECIMAIS (TOT-CAMPOS)
                        ELSE
                             MOVE 0 TO CP-DECIMAIS (TOT-CAMPOS)
                        END-IF
                        MOVE CWCONF-HELP (I) (1: 8)
                          TO CP-FORMATO (TOT-CAMPOS)
                        MOVE CWCONF-PASS (I) (1: 1)
                          TO CP-CHAVE (TOT-CAMPOS)
                        MOVE I      TO CP-SLOT (TOT-CAMPOS)
                        MOVE SPACES TO CP-REFERENCIA (TOT-CAMPOS)
                        IF   CWCONF-SIZE-P-99 (I)
                           + CWCONF-FATOR-P-99 (I) - 1
                           > TAM-REGISTRO
                                   + CWCONF-FATOR-P-99 (I) - 1
                        END-IF
                   END-IF
           END-PERFORM

      *    Referencias dos campos (registro "DR" do mesmo layout)
           MOVE "DR"        TO CWCONF-REG
           MOVE SPACES      TO CWCONF-CHAVE
           MOVE LB-DADOS (1: 30) TO CWCONF-CHAVE (1: 30)
           MOVE LAYOUT-ALVO TO CWCONF-CHAVE (31: 2)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF < "10"
                PERFORM VARYING C FROM 1 BY 1 UNTIL C > TOT-CAMPOS
                        MOVE CWCONF-NM-OPCAO (CP-SLOT (C)) (1: 30)
                          TO CP-REFERENCIA (C)
                        INSPECT CP-REFERENCIA (C)
                                REPLACING ALL LOW-VALUE BY SPACE
                END-PERFORM
           END-IF.

       200-99-FIM. EXIT.

