       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWDDCV.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Conversao de campos do dicionario de dados:  *
                      *  decodifica o conteudo do registro (zonado,   *
                      *  com sinal, compactado, binario, data) em     *
                      *  valor e texto editado, e codifica o texto    *
                      *  digitado/importado de volta no formato do    *
                      *  campo, com a critica de cada tipo - inclusive*
                      *  data de calendario real.  Usado por CWBRWS,  *
                      *  CWDMNT, CWSCAN, CWLOAD e CWRELT, para que    *
                      *  todos entendam o campo do mesmo jeito.       *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 K                        PIC  9(003) VALUE 0.
           05 T                        PIC  9(003) VALUE 0.
           05 F                        PIC  9(003) VALUE 0.
           05 P                        PIC  9(003) VALUE 0.
           05 Q                        PIC  9(003) VALUE 0.
           05 R                        PIC  9(003) VALUE 0.
           05 INTEIROS                 PIC  9(003) VALUE 0.
           05 MAX-DIGITOS              PIC  9(002) VALUE 0.
           05 NEGATIVO                 PIC  X(001) VALUE "N".
           05 TEM-VIRGULA              PIC  X(001) VALUE "N".
           05 TEM-DIGITO               PIC  X(001) VALUE "N".
           05 TEM-BARRA                PIC  X(001) VALUE "N".
           05 SO-TEXTO                 PIC  X(001) VALUE "N".
           05 CASAS                    PIC  9(002) VALUE 0.
           05 DIGITOS                  PIC  X(018) VALUE ZEROS.
           05 ABSOLUTO REDEFINES DIGITOS
                                       PIC  9(018).
           05 FRACAO-X                 PIC  X(009) VALUE ZEROS.
           05 FRACAO REDEFINES FRACAO-X
                                       PIC  9(009).
           05 INTEIRO                  PIC  9(018) VALUE 0.
           05 ACUMULADO                PIC S9(020) VALUE 0.
           05 POTENCIA                 PIC  9(020) VALUE 0.
           05 LIMITE                   PIC  9(020) VALUE 0.
           05 DIGITO-X                 PIC  X(001) VALUE "0".
           05 DIGITO REDEFINES DIGITO-X
                                       PIC  9(001).
           05 BYTE-AREA.
              10 BYTE-N                PIC  9(002) COMP-X.
           05 BYTE-X REDEFINES BYTE-AREA
                                       PIC  X(001).
           05 ALTO                     PIC  9(002) VALUE 0.
           05 BAIXO                    PIC  9(002) VALUE 0.
           05 TEXTO-W                  PIC  X(034) VALUE SPACES.
      *    Ultimo digito com sinal embutido: positivo/negativo no
      *    padrao EBCDIC e negativo no padrao ASCII (p-y)
           05 POSITIVOS                PIC  X(010) VALUE "{ABCDEFGHI".
           05 NEGATIVOS                PIC  X(010) VALUE "}JKLMNOPQR".
           05 NEGATIVOS-ASCII          PIC  X(010) VALUE "pqrstuvwxy".
      *    Datas
           05 DT-ALFA                  PIC  X(008) VALUE ZEROS.
           05 DT-DIGITOS REDEFINES DT-ALFA.
              10 DT-P1                 PIC  9(002).
              10 DT-P2                 PIC  9(002).
              10 DT-P3                 PIC  9(004).
           05 DT-AAAAMMDD REDEFINES DT-ALFA.
              10 DT-A-ANO              PIC  9(004).
              10 DT-A-MES              PIC  9(002).
              10 DT-A-DIA              PIC  9(002).
           05 DT-NUMERO REDEFINES DT-ALFA
                                       PIC  9(008).
           05 DT-DIA                   PIC  9(002) VALUE 0.
           05 DT-MES                   PIC  9(002) VALUE 0.
           05 DT-ANO                   PIC  9(004) VALUE 0.
           05 DT-OK                    PIC  X(001) VALUE "N".
           05 DT-EDITADA.
              10 DT-E-DIA              PIC  9(002).
              10 FILLER                PIC  X(001) VALUE "/".
              10 DT-E-MES              PIC  9(002).
              10 FILLER                PIC  X(001) VALUE "/".
              10 DT-E-ANO              PIC  9(004).
           05 DIAS-DO-MES              PIC  X(024) VALUE
              "312831303130313130313031".
           05 TAB-DIAS REDEFINES DIAS-DO-MES.
              10 DIAS-MES OCCURS 12    PIC  9(002).

       LINKAGE SECTION.

       COPY CWDDCV.

       PROCEDURE DIVISION USING PARAMETROS-CWDDCV.

       000-INICIO.

           MOVE "0"            TO CWDDCV-STATUS
           MOVE SPACES         TO CWDDCV-MENSAGEM
           MOVE CWDDCV-TAMANHO TO T
           IF   T > 34
                MOVE 34 TO T
           END-IF
           MOVE ZEROS TO DIGITOS
           MOVE "N"   TO NEGATIVO SO-TEXTO
           IF   CWDDCV-CODIFICA
                PERFORM 200-CODIFICA   THRU 200-99-FIM
           ELSE
                PERFORM 100-DECODIFICA THRU 100-99-FIM
           END-IF.

       000-99-FIM. GOBACK.

      *    Conteudo do campo -> valor e texto editado
       100-DECODIFICA.

           MOVE 0      TO CWDDCV-VALOR
           MOVE SPACES TO CWDDCV-TEXTO
           IF   T = 0
                GO TO 100-99-FIM
           END-IF
           EVALUATE CWDDCV-TIPO
               WHEN "N"
                    PERFORM 110-DEC-ZONADO     THRU 110-99-FIM
               WHEN "S"
                    PERFORM 120-DEC-SINAL      THRU 120-99-FIM
               WHEN "P"
                    PERFORM 130-DEC-COMPACTADO THRU 130-99-FIM
               WHEN "B"
                    PERFORM 140-DEC-BINARIO    THRU 140-99-FIM
               WHEN "D"
                    PERFORM 150-DEC-DATA       THRU 150-99-FIM
                    GO TO 100-99-FIM
               WHEN OTHER
                    MOVE CWDDCV-CAMPO (1: T) TO CWDDCV-TEXTO
                    GO TO 100-99-FIM
           END-EVALUATE
           IF   CWDDCV-INVALIDO
                MOVE "<invalido>" TO CWDDCV-TEXTO
           ELSE
                IF   SO-TEXTO NOT = "S"
                     PERFORM 300-VALOR-TEXTO THRU 300-99-FIM
                END-IF
           END-IF.

       100-99-FIM. EXIT.

       110-DEC-ZONADO.

           IF   CWDDCV-CAMPO (1: T) NOT NUMERIC
                MOVE "1" TO CWDDCV-STATUS
                MOVE "Conteudo nao numerico" TO CWDDCV-MENSAGEM
                GO TO 110-99-FIM
           END-IF
      *    Mais de 18 digitos nao cabe no valor: so a critica vale
           IF   T > 18
                MOVE CWDDCV-CAMPO (1: T) TO CWDDCV-TEXTO
                MOVE "S" TO SO-TEXTO
                GO TO 110-99-FIM
           END-IF
           COMPUTE K = 18 - T + 1
           MOVE CWDDCV-CAMPO (1: T) TO DIGITOS (K: T).

       110-99-FIM. EXIT.

       120-DEC-SINAL.

           IF   T > 18
                MOVE "1" TO CWDDCV-STATUS
                MOVE "Tamanho acima de 18 digitos" TO CWDDCV-MENSAGEM
                GO TO 120-99-FIM
           END-IF
           IF   T > 1
           AND  CWDDCV-CAMPO (1: T - 1) NOT NUMERIC
                MOVE "1" TO CWDDCV-STATUS
                MOVE "Conteudo nao numerico" TO CWDDCV-MENSAGEM
                GO TO 120-99-FIM
           END-IF
           MOVE CWDDCV-CAMPO (T: 1) TO DIGITO-X
           IF   DIGITO-X NOT NUMERIC
                MOVE 0 TO F
                PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
                                                 OR F > 0
                        EVALUATE TRUE
                            WHEN CWDDCV-CAMPO (T: 1)
                                 = POSITIVOS (K: 1)
                                 MOVE K TO F
                            WHEN CWDDCV-CAMPO (T: 1)
                                 = NEGATIVOS (K: 1)
                            OR   CWDDCV-CAMPO (T: 1)
                                 = NEGATIVOS-ASCII (K: 1)
                                 MOVE K   TO F
                                 MOVE "S" TO NEGATIVO
                        END-EVALUATE
                END-PERFORM
                IF   F = 0
                     MOVE "1" TO CWDDCV-STATUS
                     MOVE "Sinal invalido no ultimo digito"
                       TO CWDDCV-MENSAGEM
                     GO TO 120-99-FIM
                END-IF
                COMPUTE DIGITO = F - 1
           END-IF
           COMPUTE K = 18 - T + 1
           IF   T > 1
                MOVE CWDDCV-CAMPO (1: T - 1) TO DIGITOS (K: T - 1)
           END-IF
           MOVE DIGITO-X TO DIGITOS (18: 1).

       120-99-FIM. EXIT.

      *    Dois digitos por byte; o ultimo meio byte e' o sinal
      *    (C/F/A/E positivo, D/B negativo)
       130-DEC-COMPACTADO.

           IF   T > 9
                MOVE "1" TO CWDDCV-STATUS
                MOVE "Compactado acima de 9 bytes" TO CWDDCV-MENSAGEM
                GO TO 130-99-FIM
           END-IF
           MOVE 0 TO ABSOLUTO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > T
                   MOVE CWDDCV-CAMPO (K: 1) TO BYTE-X
                   DIVIDE BYTE-N BY 16 GIVING ALTO REMAINDER BAIXO
                   IF   ALTO > 9
                        MOVE "1" TO CWDDCV-STATUS
                   END-IF
                   IF   K < T
                        IF   BAIXO > 9
                             MOVE "1" TO CWDDCV-STATUS
                        ELSE
                             MULTIPLY 10 BY ABSOLUTO
                             ADD ALTO TO ABSOLUTO
                             MULTIPLY 10 BY ABSOLUTO
                             ADD BAIXO TO ABSOLUTO
                        END-IF
                   ELSE
                        MULTIPLY 10 BY ABSOLUTO
                        ADD ALTO TO ABSOLUTO
                        EVALUATE BAIXO
                            WHEN 10 WHEN 12 WHEN 14 WHEN 15
                                 CONTINUE
                            WHEN 11 WHEN 13
                                 MOVE "S" TO NEGATIVO
                            WHEN OTHER
                                 MOVE "1" TO CWDDCV-STATUS
                        END-EVALUATE
                   END-IF
           END-PERFORM
           IF   CWDDCV-INVALIDO
                MOVE "Decimal compactado invalido" TO CWDDCV-MENSAGEM
           END-IF.

       130-99-FIM. EXIT.

      *    Complemento de dois, byte mais significativo primeiro
       140-DEC-BINARIO.

           IF   T NOT = 1 AND 2 AND 4 AND 8
                MOVE "1" TO CWDDCV-STATUS
                MOVE "Binario so com 1, 2, 4 ou 8 bytes"
                  TO CWDDCV-MENSAGEM
                GO TO 140-99-FIM
           END-IF
           MOVE 0 TO ACUMULADO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > T
                   MOVE CWDDCV-CAMPO (K: 1) TO BYTE-X
                   MULTIPLY 256 BY ACUMULADO
                   ADD BYTE-N TO ACUMULADO
           END-PERFORM
           MOVE CWDDCV-CAMPO (1: 1) TO BYTE-X
           IF   BYTE-N > 127
                COMPUTE POTENCIA  = 256 ** T
                COMPUTE ACUMULADO = ACUMULADO - POTENCIA
                MOVE "S" TO NEGATIVO
                COMPUTE ACUMULADO = ACUMULADO * -1
           END-IF
           COMPUTE ABSOLUTO = ACUMULADO
                   ON SIZE ERROR
                      MOVE "1" TO CWDDCV-STATUS
                      MOVE "Valor acima de 18 digitos"
                        TO CWDDCV-MENSAGEM
           END-COMPUTE.

       140-99-FIM. EXIT.

       150-DEC-DATA.

           IF   T NOT = 8
                MOVE "1" TO CWDDCV-STATUS
                MOVE "Data precisa de 8 posicoes" TO CWDDCV-MENSAGEM
                GO TO 150-99-FIM
           END-IF
           IF   CWDDCV-CAMPO (1: 8) = SPACES OR ZEROS
                GO TO 150-99-FIM
           END-IF
           IF   CWDDCV-CAMPO (1: 8) NOT NUMERIC
                MOVE "1" TO CWDDCV-STATUS
                MOVE "Data nao numerica" TO CWDDCV-MENSAGEM
                MOVE "<invalido>" TO CWDDCV-TEXTO
                GO TO 150-99-FIM
           END-IF
           MOVE CWDDCV-CAMPO (1: 8) TO DT-ALFA
           PERFORM 410-SEPARA-DATA THRU 410-99-FIM
           PERFORM 400-VALIDA-DATA THRU 400-99-FIM
           IF   DT-OK NOT = "S"
                MOVE "1" TO CWDDCV-STATUS
                MOVE "Data inexistente no calendario"
                  TO CWDDCV-MENSAGEM
                MOVE "<invalido>" TO CWDDCV-TEXTO
                GO TO 150-99-FIM
           END-IF
           PERFORM 420-DATA-TEXTO THRU 420-99-FIM.

       150-99-FIM. EXIT.

      *    Texto -> conteudo do campo
       200-CODIFICA.

           MOVE SPACES TO CWDDCV-CAMPO
           MOVE 0      TO CWDDCV-VALOR
           EVALUATE CWDDCV-TIPO
               WHEN "N"
                    IF   T > 18
                         PERFORM 230-COD-ZONADO-LONGO
                            THRU 230-99-FIM
                         GO TO 200-99-FIM
                    END-IF
                    MOVE T TO MAX-DIGITOS
               WHEN "S"
                    MOVE T TO MAX-DIGITOS
               WHEN "P"
                    COMPUTE MAX-DIGITOS = T * 2 - 1
               WHEN "B"
                    MOVE 18 TO MAX-DIGITOS
               WHEN "D"
                    PERFORM 250-COD-DATA THRU 250-99-FIM
                    GO TO 200-99-FIM
               WHEN OTHER
                    MOVE CWDDCV-TEXTO TO CWDDCV-CAMPO
                    GO TO 200-99-FIM
           END-EVALUATE
           IF   (CWDDCV-TIPO = "S" AND T > 18)
           OR   (CWDDCV-TIPO = "P" AND T > 9)
           OR   (CWDDCV-TIPO = "B" AND T NOT = 1 AND 2 AND 4 AND 8)
                MOVE "1" TO CWDDCV-STATUS
                MOVE "Tamanho do campo nao suportado"
                  TO CWDDCV-MENSAGEM
                GO TO 200-99-FIM
           END-IF
           PERFORM 210-LE-NUMERO THRU 210-99-FIM
           IF   CWDDCV-INVALIDO
                GO TO 200-99-FIM
           END-IF
           IF   MAX-DIGITOS < 18
                COMPUTE LIMITE = 10 ** MAX-DIGITOS
                IF   ABSOLUTO NOT < LIMITE
                     MOVE "1" TO CWDDCV-STATUS
                     MOVE "Valor excede o tamanho do campo"
                       TO CWDDCV-MENSAGEM
                     GO TO 200-99-FIM
                END-IF
           END-IF
           EVALUATE CWDDCV-TIPO
               WHEN "N"
                    IF   NEGATIVO = "S"
                         MOVE "1" TO CWDDCV-STATUS
                         MOVE "Campo sem sinal nao aceita negativo"
                           TO CWDDCV-MENSAGEM
                         GO TO 200-99-FIM
                    END-IF
                    COMPUTE K = 18 - T + 1
                    MOVE DIGITOS (K: T) TO CWDDCV-CAMPO (1: T)
               WHEN "S"
                    COMPUTE K = 18 - T + 1
                    MOVE DIGITOS (K: T) TO CWDDCV-CAMPO (1: T)
                    IF   NEGATIVO = "S"
                         MOVE DIGITOS (18: 1) TO DIGITO-X
                         MOVE NEGATIVOS-ASCII (DIGITO + 1: 1)
                           TO CWDDCV-CAMPO (T: 1)
                    END-IF
               WHEN "P"
                    PERFORM 220-COD-COMPACTADO THRU 220-99-FIM
               WHEN "B"
                    PERFORM 240-COD-BINARIO    THRU 240-99-FIM
           END-EVALUATE
           IF   CWDDCV-OK
                PERFORM 300-VALOR-TEXTO THRU 300-99-FIM
           END-IF.

       200-99-FIM. EXIT.

      *    Texto numerico -> ABSOLUTO (ja escalado nas decimais do
      *    campo) e NEGATIVO; ponto e branco sao ignorados
       210-LE-NUMERO.

           MOVE "N"   TO TEM-VIRGULA TEM-DIGITO
           MOVE 0     TO INTEIRO CASAS
           MOVE ZEROS TO FRACAO-X
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 34
                                            OR CWDDCV-INVALIDO
                   MOVE CWDDCV-TEXTO (K: 1) TO DIGITO-X
                   EVALUATE TRUE
                       WHEN DIGITO-X NUMERIC
                            MOVE "S" TO TEM-DIGITO
                            IF   TEM-VIRGULA = "S"
                                 ADD 1 TO CASAS
                                 IF   CASAS > 9
                                 OR   (CASAS > CWDDCV-DECIMAIS
                                       AND DIGITO > 0)
                                      MOVE "1" TO CWDDCV-STATUS
                                      MOVE
                                      "Casas decimais alem das do campo"
                                        TO CWDDCV-MENSAGEM
                                 ELSE
                                      MOVE DIGITO-X
                                        TO FRACAO-X (CASAS: 1)
                                 END-IF
                            ELSE
                                 MULTIPLY 10 BY INTEIRO
                                          ON SIZE ERROR
                                             MOVE "1" TO CWDDCV-STATUS
                                             MOVE
                                             "Valor acima de 18 digitos"
                                               TO CWDDCV-MENSAGEM
                                 END-MULTIPLY
                                 ADD DIGITO TO INTEIRO
                            END-IF
                       WHEN DIGITO-X = ","
                            IF   TEM-VIRGULA = "S"
                                 MOVE "1" TO CWDDCV-STATUS
                                 MOVE "Valor nao numerico"
                                   TO CWDDCV-MENSAGEM
                            END-IF
                            MOVE "S" TO TEM-VIRGULA
                       WHEN DIGITO-X = "-"
                            MOVE "S" TO NEGATIVO
                       WHEN DIGITO-X = "+" OR "." OR SPACE
                            CONTINUE
                       WHEN OTHER
                            MOVE "1" TO CWDDCV-STATUS
                            MOVE "Valor nao numerico"
                              TO CWDDCV-MENSAGEM
                   END-EVALUATE
           END-PERFORM
           IF   CWDDCV-INVALIDO
                GO TO 210-99-FIM
           END-IF
           IF   TEM-VIRGULA = "S"
                COMPUTE ABSOLUTO = INTEIRO * (10 ** CWDDCV-DECIMAIS)
                        ON SIZE ERROR
                           MOVE "1" TO CWDDCV-STATUS
                           MOVE "Valor acima de 18 digitos"
                             TO CWDDCV-MENSAGEM
                END-COMPUTE
                COMPUTE INTEIRO = FRACAO
                                / (10 ** (9 - CWDDCV-DECIMAIS))
                ADD INTEIRO TO ABSOLUTO
                    ON SIZE ERROR
                       MOVE "1" TO CWDDCV-STATUS
                       MOVE "Valor acima de 18 digitos"
                         TO CWDDCV-MENSAGEM
                END-ADD
           ELSE
                MOVE INTEIRO TO ABSOLUTO
           END-IF
           IF   ABSOLUTO = 0
                MOVE "N" TO NEGATIVO
           END-IF.

       210-99-FIM. EXIT.

       220-COD-COMPACTADO.

           COMPUTE P = 18 - MAX-DIGITOS + 1
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > T
                   MOVE DIGITOS (P: 1) TO DIGITO-X
                   MOVE DIGITO TO ALTO
                   ADD  1 TO P
                   IF   K < T
                        MOVE DIGITOS (P: 1) TO DIGITO-X
                        MOVE DIGITO TO BAIXO
                        ADD  1 TO P
                   ELSE
                        IF   NEGATIVO = "S"
                             MOVE 13 TO BAIXO
                        ELSE
                             MOVE 12 TO BAIXO
                        END-IF
                   END-IF
                   MULTIPLY ALTO BY 16 GIVING BYTE-N
                   ADD BAIXO TO BYTE-N
                   MOVE BYTE-X TO CWDDCV-CAMPO (K: 1)
           END-PERFORM.

       220-99-FIM. EXIT.

      *    "N" acima de 18 posicoes (codigos, contas): so digitos,
      *    alinhados a direita com zeros
       230-COD-ZONADO-LONGO.

           MOVE SPACES TO TEXTO-W
           MOVE 0      TO P
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 34
                   IF   CWDDCV-TEXTO (K: 1) NOT = SPACE
                   AND  P < 34
                        ADD  1 TO P
                        MOVE CWDDCV-TEXTO (K: 1) TO TEXTO-W (P: 1)
                   END-IF
           END-PERFORM
           IF   P > T
                MOVE "1" TO CWDDCV-STATUS
                MOVE "Valor excede o tamanho do campo"
                  TO CWDDCV-MENSAGEM
                GO TO 230-99-FIM
           END-IF
           MOVE ALL "0" TO CWDDCV-CAMPO (1: T)
           IF   P > 0
                COMPUTE K = T - P + 1
                MOVE TEXTO-W (1: P) TO CWDDCV-CAMPO (K: P)
           END-IF
           IF   CWDDCV-CAMPO (1: T) NOT NUMERIC
                MOVE "1" TO CWDDCV-STATUS
                MOVE "Valor nao numerico" TO CWDDCV-MENSAGEM
           ELSE
                MOVE CWDDCV-CAMPO (1: T) TO CWDDCV-TEXTO
           END-IF.

       230-99-FIM. EXIT.

       240-COD-BINARIO.

           COMPUTE POTENCIA = 256 ** T
           COMPUTE LIMITE   = POTENCIA / 2
           MOVE ABSOLUTO TO ACUMULADO
           IF   NEGATIVO = "S"
                IF   ACUMULADO > LIMITE
                     MOVE "1" TO CWDDCV-STATUS
                ELSE
                     COMPUTE ACUMULADO = POTENCIA - ACUMULADO
                END-IF
           ELSE
                IF   ACUMULADO NOT < LIMITE
                     MOVE "1" TO CWDDCV-STATUS
                END-IF
           END-IF
           IF   CWDDCV-INVALIDO
                MOVE "Valor excede a capacidade do binario"
                  TO CWDDCV-MENSAGEM
                GO TO 240-99-FIM
           END-IF
           PERFORM VARYING K FROM T BY -1 UNTIL K = 0
                   DIVIDE ACUMULADO BY 256 GIVING ACUMULADO
                          REMAINDER Q
                   MOVE Q      TO BYTE-N
                   MOVE BYTE-X TO CWDDCV-CAMPO (K: 1)
           END-PERFORM.

       240-99-FIM. EXIT.

      *    Data: DD/MM/AAAA (com separador) ou os 8 digitos no
      *    formato do campo; branco grava zeros (data vazia)
       250-COD-DATA.

           IF   T NOT = 8
                MOVE "1" TO CWDDCV-STATUS
                MOVE "Data precisa de 8 posicoes" TO CWDDCV-MENSAGEM
                GO TO 250-99-FIM
           END-IF
           IF   CWDDCV-TEXTO = SPACES
                MOVE ZEROS  TO CWDDCV-CAMPO (1: 8)
                GO TO 250-99-FIM
           END-IF
           MOVE "N"    TO TEM-BARRA
           MOVE SPACES TO TEXTO-W
           MOVE 0      TO P
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 34
                   MOVE CWDDCV-TEXTO (K: 1) TO DIGITO-X
                   EVALUATE TRUE
                       WHEN DIGITO-X NUMERIC
                            ADD 1 TO P
                            IF   P NOT > 8
                                 MOVE DIGITO-X TO TEXTO-W (P: 1)
                            END-IF
                       WHEN DIGITO-X = "/" OR "-" OR "."
                            MOVE "S" TO TEM-BARRA
                       WHEN DIGITO-X = SPACE
                            CONTINUE
                       WHEN OTHER
                            MOVE 9 TO P
                   END-EVALUATE
           END-PERFORM
           IF   P NOT = 8
                MOVE "1" TO CWDDCV-STATUS
                MOVE "Data invalida: use DD/MM/AAAA"
                  TO CWDDCV-MENSAGEM
                GO TO 250-99-FIM
           END-IF
           MOVE TEXTO-W (1: 8) TO DT-ALFA
           IF   TEM-BARRA = "S"
                MOVE DT-P1 TO DT-DIA
                MOVE DT-P2 TO DT-MES
                MOVE DT-P3 TO DT-ANO
           ELSE
                PERFORM 410-SEPARA-DATA THRU 410-99-FIM
           END-IF
           PERFORM 400-VALIDA-DATA THRU 400-99-FIM
           IF   DT-OK NOT = "S"
                MOVE "1" TO CWDDCV-STATUS
                MOVE "Data inexistente no calendario"
                  TO CWDDCV-MENSAGEM
                GO TO 250-99-FIM
           END-IF
           IF   CWDDCV-FORMATO = "DDMMAAAA"
                MOVE DT-DIA TO DT-P1
                MOVE DT-MES TO DT-P2
                MOVE DT-ANO TO DT-P3
           ELSE
                MOVE DT-ANO TO DT-A-ANO
                MOVE DT-MES TO DT-A-MES
                MOVE DT-DIA TO DT-A-DIA
           END-IF
           MOVE DT-ALFA TO CWDDCV-CAMPO (1: 8)
           PERFORM 420-DATA-TEXTO THRU 420-99-FIM.

       250-99-FIM. EXIT.

      *    ABSOLUTO/NEGATIVO -> CWDDCV-VALOR e texto editado com
      *    ponto de milhar e virgula decimal
       300-VALOR-TEXTO.

           COMPUTE CWDDCV-VALOR = ABSOLUTO / (10 ** CWDDCV-DECIMAIS)
           IF   NEGATIVO = "S"
                COMPUTE CWDDCV-VALOR = CWDDCV-VALOR * -1
           END-IF
           MOVE SPACES TO TEXTO-W
           MOVE 0      TO P
           IF   NEGATIVO = "S"
                ADD  1   TO P
                MOVE "-" TO TEXTO-W (P: 1)
           END-IF
           COMPUTE INTEIROS = 18 - CWDDCV-DECIMAIS
           MOVE INTEIROS TO F
           PERFORM VARYING K FROM INTEIROS BY -1 UNTIL K = 0
                   IF   DIGITOS (K: 1) NOT = "0"
                        MOVE K TO F
                   END-IF
           END-PERFORM
           PERFORM VARYING K FROM F BY 1 UNTIL K > INTEIROS
                   ADD  1 TO P
                   MOVE DIGITOS (K: 1) TO TEXTO-W (P: 1)
                   COMPUTE R = INTEIROS - K
                   DIVIDE R BY 3 GIVING Q REMAINDER R
                   IF   K < INTEIROS
                   AND  R = 0
                        ADD  1   TO P
                        MOVE "." TO TEXTO-W (P: 1)
                   END-IF
           END-PERFORM
           IF   CWDDCV-DECIMAIS > 0
                ADD  1   TO P
                MOVE "," TO TEXTO-W (P: 1)
                ADD  1   TO P
                COMPUTE K = INTEIROS + 1
                MOVE DIGITOS (K: CWDDCV-DECIMAIS)
                  TO TEXTO-W (P: CWDDCV-DECIMAIS)
           END-IF
           MOVE TEXTO-W TO CWDDCV-TEXTO.

       300-99-FIM. EXIT.

       400-VALIDA-DATA.

           MOVE "N" TO DT-OK
           IF   DT-ANO = 0
           OR   DT-MES = 0
           OR   DT-MES > 12
           OR   DT-DIA = 0
                GO TO 400-99-FIM
           END-IF
           MOVE DIAS-MES (DT-MES) TO Q
           IF   DT-MES = 2
                DIVIDE DT-ANO BY 4   GIVING P REMAINDER R
                IF   R = 0
                     MOVE 29 TO Q
                     DIVIDE DT-ANO BY 100 GIVING P REMAINDER R
                     IF   R = 0
                          DIVIDE DT-ANO BY 400 GIVING P REMAINDER R
                          IF   R NOT = 0
                               MOVE 28 TO Q
                          END-IF
                     END-IF
                END-IF
           END-IF
           IF   DT-DIA NOT > Q
                MOVE "S" TO DT-OK
           END-IF.

       400-99-FIM. EXIT.

      *    DT-ALFA no formato do campo -> dia, mes e ano
       410-SEPARA-DATA.

           IF   CWDDCV-FORMATO = "DDMMAAAA"
                MOVE DT-P1    TO DT-DIA
                MOVE DT-P2    TO DT-MES
                MOVE DT-P3    TO DT-ANO
           ELSE
                MOVE DT-A-ANO TO DT-ANO
                MOVE DT-A-MES TO DT-MES
                MOVE DT-A-DIA TO DT-DIA
           END-IF.

       410-99-FIM. EXIT.

       420-DATA-TEXTO.

           MOVE DT-DIA     TO DT-E-DIA
           MOVE DT-MES     TO DT-E-MES
           MOVE DT-ANO     TO DT-E-ANO
           MOVE DT-EDITADA TO CWDDCV-TEXTO
           MOVE DT-ANO     TO DT-A-ANO
           MOVE DT-MES     TO DT-A-MES
           MOVE DT-DIA     TO DT-A-DIA
           MOVE DT-NUMERO  TO CWDDCV-VALOR.

       420-99-FIM. EXIT.

       END PROGRAM CWDDCV.
