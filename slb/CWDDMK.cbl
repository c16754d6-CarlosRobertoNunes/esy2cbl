       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CWDDMK.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Campos sensiveis do dicionario de dados: diz *
                      *  se o usuario ve em claro uma classe de dado  *
                      *  sensivel ("DS" - CPF/CNPJ, salario, conta    *
                      *  bancaria...) pelos grupos dele, mascara o    *
                      *  texto de exibicao para quem nao ve, grava na *
                      *  auditoria cada exibicao em claro e embaralha *
                      *  o conteudo de forma consistente para a copia *
                      *  mascarada de producao para teste.  Usado por *
                      *  CWBRWS, CWDMNT, CWRELT, CWDBCM e CWDBMK,     *
                      *  para que todos tratem o campo do mesmo jeito.*
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 I                        PIC  9(003) VALUE 0.
           05 J                        PIC  9(003) VALUE 0.
           05 P                        PIC  9(003) VALUE 0.
           05 Z                        PIC  9(003) VALUE 0.
           05 T                        PIC  9(003) VALUE 0.
           05 Q                        PIC  9(005) VALUE 0.
           05 DIVIDENDO                PIC  9(005) VALUE 0.
           05 NOME                     PIC  X(030) VALUE SPACES.
           05 TASK                     PIC  9(006) VALUE 0.
           05 PROGRAMA                 PIC  X(008) VALUE SPACES.
           05 OBS                      PIC  X(078) VALUE SPACES.
      *    Grupos do usuario (titular + adicionais do "PS"), levantados
      *    de novo quando muda o usuario
           05 NOME-CARREGADO           PIC  X(030) VALUE LOW-VALUES.
           05 IRRESTRITO               PIC  X(001) VALUE "N".
           05 TOT-GRUPOS               PIC  9(001) VALUE 0.
           05 GRUPO-US OCCURS 6        PIC  X(022).
      *    Classes ja resolvidas para o usuario
           05 TOT-CLASSES              PIC  9(002) VALUE 0.
           05 TAB-CLASSES.
              10 CL-TB OCCURS 50.
                 15 CL-CLASSE          PIC  X(005).
                 15 CL-CLARO           PIC  X(001).
      *    Embaralhamento: deslocamento por posicao vindo da semente
      *    mais a soma corrente dos caracteres originais ja vistos
           05 SEMENTE                  PIC  X(020) VALUE SPACES.
           05 TAM-SEMENTE              PIC  9(002) VALUE 0.
           05 SEM-COD OCCURS 20        PIC  9(002).
           05 SOMA                     PIC  9(005) VALUE 0.
           05 DESLOCA                  PIC  9(005) VALUE 0.
           05 ORDEM                    PIC  9(002) VALUE 0.
           05 CLASSE-CHAR              PIC  X(001) VALUE SPACE.
           05 ALFANUMERICOS            PIC  9(003) VALUE 0.
           05 MANTER                   PIC  9(003) VALUE 0.
           05 DIGITOS                  PIC  X(010) VALUE "0123456789".
           05 MAIUSCULAS               PIC  X(026) VALUE
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05 MINUSCULAS               PIC  X(026) VALUE
              "abcdefghijklmnopqrstuvwxyz".
           05 TODOS.
              10 FILLER                PIC  X(010) VALUE "0123456789".
              10 FILLER                PIC  X(026) VALUE
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
              10 FILLER                PIC  X(026) VALUE
                 "abcdefghijklmnopqrstuvwxyz".
           05 AREA-W                   PIC  X(999) VALUE SPACES.
           05 DATA-W                   PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-W.
              10 DATA-ANO              PIC  9(004).
              10 DATA-MES              PIC  9(002).
              10 DATA-DIA              PIC  9(002).
           05 DIA-ANO                  PIC  9(003) VALUE 0.
           05 DATA-TEXTO.
              10 DT-DIA                PIC  9(002).
              10 FILLER                PIC  X(001) VALUE "/".
              10 DT-MES                PIC  9(002).
              10 FILLER                PIC  X(001) VALUE "/".
              10 DT-ANO                PIC  9(004).

       COPY CWCONF.
       COPY CWDDCV.

       LINKAGE SECTION.

       COPY CWDDMK.

       PROCEDURE DIVISION USING PARAMETROS-CWDDMK.

       000-INICIO.

           EVALUATE TRUE
               WHEN CWDDMK-VERIFICA
                    PERFORM 100-VERIFICA  THRU 100-99-FIM
               WHEN CWDDMK-MASCARA
                    PERFORM 200-MASCARA   THRU 200-99-FIM
               WHEN CWDDMK-EMBARALHA
                    PERFORM 300-EMBARALHA THRU 300-99-FIM
               WHEN CWDDMK-AUDITA
                    PERFORM 400-AUDITA    THRU 400-99-FIM
           END-EVALUATE.

       000-99-FIM. GOBACK.

      *    Classe em claro para o usuario: grupo sem restricao ve
      *    tudo; senao basta um dos grupos dele estar na classe
       100-VERIFICA.

           MOVE "S" TO CWDDMK-CLARO
           IF   CWDDMK-CLASSE = SPACES
                GO TO 100-99-FIM
           END-IF
           CALL "CWGETU" USING NOME TASK PROGRAMA "?"
           CALL "CWGETS" USING NOME
           IF   NOME NOT = NOME-CARREGADO
                PERFORM 110-GRUPOS THRU 110-99-FIM
           END-IF
           IF   IRRESTRITO = "S"
                GO TO 100-99-FIM
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOT-CLASSES
                   IF   CL-CLASSE (I) = CWDDMK-CLASSE
                        MOVE CL-CLARO (I) TO CWDDMK-CLARO
                        GO TO 100-99-FIM
                   END-IF
           END-PERFORM
           PERFORM 120-LE-CLASSE THRU 120-99-FIM
           IF   TOT-CLASSES < 50
                ADD  1             TO TOT-CLASSES
                MOVE CWDDMK-CLASSE TO CL-CLASSE (TOT-CLASSES)
                MOVE CWDDMK-CLARO  TO CL-CLARO  (TOT-CLASSES)
           END-IF.

       100-99-FIM. EXIT.

      *    Usuario sem "PS" nao ve nada em claro; grupo titular em
      *    branco ou sem restricoes ve tudo (criterio do menu)
       110-GRUPOS.

           MOVE NOME   TO NOME-CARREGADO
           MOVE 0      TO TOT-GRUPOS TOT-CLASSES
           MOVE "N"    TO IRRESTRITO
           MOVE "PS"   TO CWCONF-REG
           MOVE NOME   TO CWCONF-NOME
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT < "10"
                GO TO 110-99-FIM
           END-IF
           IF   CWCONF-GRUPO = SPACES
           OR   CWCONF-GRUPO = "Acesso sem restricoes"
           OR   CWCONF-GRUPO = "Acesso irrestrito"
                MOVE "S" TO IRRESTRITO
                GO TO 110-99-FIM
           END-IF
           MOVE 1            TO TOT-GRUPOS
           MOVE CWCONF-GRUPO TO GRUPO-US (1)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                   IF   CWCONF-NM-OPCAO (I + 10) (1: 22) NOT = SPACES
                   AND  CWCONF-NM-OPCAO (I + 10) (1: 22)
                        NOT = LOW-VALUES
                        ADD  1 TO TOT-GRUPOS
                        MOVE CWCONF-NM-OPCAO (I + 10) (1: 22)
                          TO GRUPO-US (TOT-GRUPOS)
                   END-IF
           END-PERFORM.

       110-99-FIM. EXIT.

      *    Registro "DS" da classe: grupos liberados em
      *    CWCONF-NM-OPCAO (1) a (8); classe sem registro fica
      *    mascarada para todos os grupos com restricao
       120-LE-CLASSE.

           MOVE "N"           TO CWDDMK-CLARO
           MOVE "DS"          TO CWCONF-REG
           MOVE SPACES        TO CWCONF-CHAVE
           MOVE CWDDMK-CLASSE TO CWCONF-CHAVE (1: 5)
           SET CWSQLC-READ        TO TRUE
           SET CWSQLC-EQUAL       TO TRUE
           SET CWSQLC-IGNORE-LOCK TO TRUE
           CALL "CWCONF" USING CWSQLC CWCONF-REG FS-CWCONF KCO PCO
           IF   FS-CWCONF NOT < "10"
                GO TO 120-99-FIM
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 8
                   IF   CWCONF-NM-OPCAO (J) (1: 22) NOT = SPACES
                   AND  CWCONF-NM-OPCAO (J) (1: 22) NOT = LOW-VALUES
                        PERFORM VARYING I FROM 1 BY 1
                                UNTIL I > TOT-GRUPOS
                                IF   GRUPO-US (I)
                                     = CWCONF-NM-OPCAO (J) (1: 22)
                                     MOVE "S" TO CWDDMK-CLARO
                                END-IF
                        END-PERFORM
                   END-IF
           END-PERFORM.

       120-99-FIM. EXIT.

      *    Texto de exibicao mascarado: pontuacao e brancos ficam
      *    (o formato continua reconhecivel); C/N mostram so os 2
      *    ultimos caracteres quando o valor tem mais de 4
       200-MASCARA.

           IF   CWDDMK-TIPO = "S" OR "P" OR "B" OR "D"
                INSPECT CWDDMK-TEXTO CONVERTING DIGITOS
                                             TO "**********"
                GO TO 200-99-FIM
           END-IF
           MOVE 0 TO ALFANUMERICOS
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 40
                   MOVE CWDDMK-TEXTO (P: 1) TO CLASSE-CHAR
                   IF   CLASSE-CHAR NUMERIC
                   OR  (CLASSE-CHAR ALPHABETIC
                   AND  CLASSE-CHAR NOT = SPACE)
                        ADD 1 TO ALFANUMERICOS
                   END-IF
           END-PERFORM
           IF   ALFANUMERICOS > 4
                COMPUTE MANTER = ALFANUMERICOS - 2
           ELSE
                MOVE ALFANUMERICOS TO MANTER
           END-IF
           MOVE 0 TO Q
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 40
                   MOVE CWDDMK-TEXTO (P: 1) TO CLASSE-CHAR
                   IF   CLASSE-CHAR NUMERIC
                   OR  (CLASSE-CHAR ALPHABETIC
                   AND  CLASSE-CHAR NOT = SPACE)
                        ADD 1 TO Q
                        IF   Q NOT > MANTER
                             MOVE "*" TO CWDDMK-TEXTO (P: 1)
                        END-IF
                   END-IF
           END-PERFORM.

       200-99-FIM. EXIT.

      *    Conteudo gravado embaralhado no proprio formato: C/N
      *    caractere a caractere; S/P/B pelos digitos do valor
      *    editado, recodificado pelo CWDDCV (o que nao couber no
      *    campo vira zero); data troca dia e mes, mesmo ano
       300-EMBARALHA.

           IF   TAM-SEMENTE = 0
                PERFORM 310-SEMENTE THRU 310-99-FIM
           END-IF
           MOVE CWDDMK-TAMANHO TO T
           IF   T = 0
                GO TO 300-99-FIM
           END-IF
           IF   CWDDMK-TIPO NOT = "S" AND NOT = "P"
                            AND NOT = "B" AND NOT = "D"
                MOVE CWDDMK-CAMPO TO AREA-W
                PERFORM 320-TROCA THRU 320-99-FIM
                MOVE AREA-W (1: T) TO CWDDMK-CAMPO (1: T)
                GO TO 300-99-FIM
           END-IF
           IF   T > 34
                GO TO 300-99-FIM
           END-IF
           SET  CWDDCV-DECODIFICA TO TRUE
           MOVE CWDDMK-TIPO       TO CWDDCV-TIPO
           MOVE CWDDMK-TAMANHO    TO CWDDCV-TAMANHO
           MOVE CWDDMK-DECIMAIS   TO CWDDCV-DECIMAIS
           MOVE CWDDMK-FORMATO    TO CWDDCV-FORMATO
           MOVE SPACES            TO CWDDCV-CAMPO
           MOVE CWDDMK-CAMPO (1: T) TO CWDDCV-CAMPO
           CALL "CWDDCV" USING PARAMETROS-CWDDCV
           IF   CWDDCV-INVALIDO
           OR   CWDDCV-VALOR = 0
                GO TO 300-99-FIM
           END-IF
           IF   CWDDMK-TIPO = "D"
                PERFORM 330-DATA THRU 330-99-FIM
           ELSE
                MOVE SPACES       TO AREA-W
                MOVE CWDDCV-TEXTO TO AREA-W
                MOVE 34           TO T
                PERFORM 320-TROCA THRU 320-99-FIM
                MOVE AREA-W (1: 34) TO CWDDCV-TEXTO
           END-IF
           SET  CWDDCV-CODIFICA TO TRUE
           CALL "CWDDCV" USING PARAMETROS-CWDDCV
           IF   CWDDCV-INVALIDO
                MOVE "0" TO CWDDCV-TEXTO
                CALL "CWDDCV" USING PARAMETROS-CWDDCV
           END-IF
           IF   CWDDCV-OK
                MOVE CWDDMK-TAMANHO TO T
                MOVE CWDDCV-CAMPO (1: T) TO CWDDMK-CAMPO (1: T)
           END-IF.

       300-99-FIM. EXIT.

      *    Semente de CWDDMK_SEMENTE (a mesma em todas as copias que
      *    tem de casar entre si); cada caractere vira um codigo 0-61
       310-SEMENTE.

           DISPLAY "CWDDMK_SEMENTE" UPON ENVIRONMENT-NAME
           ACCEPT  SEMENTE          FROM ENVIRONMENT-VALUE
           IF   SEMENTE = SPACES
                MOVE "COBOLware" TO SEMENTE
           END-IF
           PERFORM VARYING TAM-SEMENTE FROM 20 BY -1
                   UNTIL TAM-SEMENTE = 1
                      OR SEMENTE (TAM-SEMENTE: 1) NOT = SPACE
                   CONTINUE
           END-PERFORM
           PERFORM VARYING Z FROM 1 BY 1 UNTIL Z > TAM-SEMENTE
                   MOVE 0 TO SEM-COD (Z)
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > 62
                           IF   TODOS (J: 1) = SEMENTE (Z: 1)
                                COMPUTE SEM-COD (Z) = J - 1
                           END-IF
                   END-PERFORM
           END-PERFORM.

       310-99-FIM. EXIT.

      *    AREA-W (1:T): digito troca por digito e letra por letra da
      *    mesma caixa; o deslocamento de cada posicao depende so do
      *    que veio antes, entao valores diferentes nunca se
      *    encontram e o mesmo valor da sempre o mesmo resultado
       320-TROCA.

           MOVE 0 TO SOMA
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > T
                   MOVE AREA-W (P: 1) TO CLASSE-CHAR
                   MOVE 99 TO ORDEM
                   PERFORM VARYING J FROM 1 BY 1 UNTIL J > 62
                                                    OR ORDEM < 99
                           IF   TODOS (J: 1) = CLASSE-CHAR
                                COMPUTE ORDEM = J - 1
                           END-IF
                   END-PERFORM
                   IF   ORDEM < 99
                        COMPUTE DIVIDENDO = P - 1
                        DIVIDE DIVIDENDO BY TAM-SEMENTE
                               GIVING Q REMAINDER Z
                        ADD 1 TO Z
                        COMPUTE DESLOCA = SEM-COD (Z) + P * 7 + SOMA
                        COMPUTE SOMA = SOMA + ORDEM + 1
                        IF   SOMA > 9999
                             SUBTRACT 9000 FROM SOMA
                        END-IF
                        EVALUATE TRUE
                            WHEN ORDEM < 10
                                 COMPUTE DIVIDENDO = ORDEM + DESLOCA
                                 DIVIDE DIVIDENDO BY 10
                                        GIVING Q REMAINDER J
                                 MOVE DIGITOS (J + 1: 1)
                                   TO AREA-W (P: 1)
                            WHEN ORDEM < 36
                                 COMPUTE DIVIDENDO = ORDEM - 10
                                                   + DESLOCA
                                 DIVIDE DIVIDENDO BY 26
                                        GIVING Q REMAINDER J
                                 MOVE MAIUSCULAS (J + 1: 1)
                                   TO AREA-W (P: 1)
                            WHEN OTHER
                                 COMPUTE DIVIDENDO = ORDEM - 36
                                                   + DESLOCA
                                 DIVIDE DIVIDENDO BY 26
                                        GIVING Q REMAINDER J
                                 MOVE MINUSCULAS (J + 1: 1)
                                   TO AREA-W (P: 1)
                        END-EVALUATE
                   END-IF
           END-PERFORM.

       320-99-FIM. EXIT.

      *    Data (CWDDCV-VALOR = AAAAMMDD): o dia do ano (meses de 28
      *    dias) anda pela semente e pelo proprio valor; o ano fica
       330-DATA.

           MOVE CWDDCV-VALOR TO DATA-W
           IF   DATA-MES < 1 OR DATA-MES > 12
           OR   DATA-DIA < 1
                GO TO 330-99-FIM
           END-IF
           IF   DATA-DIA > 28
                MOVE 28 TO DATA-DIA
           END-IF
           COMPUTE DIA-ANO = (DATA-MES - 1) * 28 + DATA-DIA - 1
           COMPUTE DIVIDENDO = DIA-ANO + SEM-COD (1) * 5 + 17
           DIVIDE DIVIDENDO BY 336 GIVING Q REMAINDER DIA-ANO
           DIVIDE DIA-ANO BY 28 GIVING DT-MES REMAINDER DT-DIA
           ADD  1        TO DT-MES DT-DIA
           MOVE DATA-ANO TO DT-ANO
           MOVE DATA-TEXTO TO CWDDCV-TEXTO.

       330-99-FIM. EXIT.

       400-AUDITA.

           CALL "CWGETU" USING NOME TASK PROGRAMA "?"
           CALL "CWGETS" USING NOME
           IF   CWDDMK-PROGRAMA NOT = SPACES
                MOVE CWDDMK-PROGRAMA TO PROGRAMA
           END-IF
           MOVE SPACES TO OBS
           STRING '"' DELIMITED BY SIZE
                  NOME DELIMITED BY SPACE
                  '", viu em claro ' DELIMITED BY SIZE
                  CWDDMK-CLASSE DELIMITED BY SPACE
                  " de " DELIMITED BY SIZE
                  CWDDMK-ARQUIVO DELIMITED BY SPACE
                  " (" DELIMITED BY SIZE
                  PROGRAMA DELIMITED BY SPACE
                  ")." DELIMITED BY SIZE
             INTO OBS
           CALL "CWLOGW" USING "#" OBS.

       400-99-FIM. EXIT.

       END PROGRAM CWDDMK.
