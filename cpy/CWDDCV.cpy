      *****************************************************
      * CWDDCV.CPY - Conversao de campo do dicionario "DD" *
      * (CALL "CWDDCV" USING PARAMETROS-CWDDCV).  Tipos:   *
      *   C  caracteres                                    *
      *   N  numerico sem sinal (digitos)                  *
      *   S  numerico com sinal no ultimo digito (0-9 ou   *
      *      p-y negativo; aceita tambem {A-I }J-R)       *
      *   P  decimal compactado (COMP-3), ate 9 bytes      *
      *   B  binario com sinal, 1/2/4/8 bytes, byte mais   *
      *      significativo primeiro                        *
      *   D  data de 8 digitos, formato AAAAMMDD ou        *
      *      DDMMAAAA em CWDDCV-FORMATO (zeros/brancos =   *
      *      data vazia)                                   *
      * "D" decodifica CWDDCV-CAMPO: devolve o valor (data *
      * como AAAAMMDD) e o texto editado (-1.234,56 ou     *
      * DD/MM/AAAA).  "C" codifica o texto digitado: com   *
      * virgula as decimais sao explicitas, sem virgula    *
      * os digitos ja incluem as decimais (como o "N"      *
      * sempre foi); data DD/MM/AAAA ou os 8 digitos no    *
      * formato do campo.  O valor leva ate 4 decimais (o  *
      * texto, todas).  Status "1" = conteudo/valor        *
      * invalido, com o motivo em CWDDCV-MENSAGEM.         *
      *****************************************************
       01  PARAMETROS-CWDDCV.
           05 CWDDCV-FUNCAO              PIC  X(001) VALUE "D".
              88 CWDDCV-DECODIFICA                     VALUE "D".
              88 CWDDCV-CODIFICA                       VALUE "C".
           05 CWDDCV-TIPO                PIC  X(001) VALUE "C".
           05 CWDDCV-TAMANHO             PIC  9(003) VALUE 0.
           05 CWDDCV-DECIMAIS            PIC  9(001) VALUE 0.
           05 CWDDCV-FORMATO             PIC  X(008) VALUE SPACES.
           05 CWDDCV-CAMPO               PIC  X(034) VALUE SPACES.
           05 CWDDCV-TEXTO               PIC  X(034) VALUE SPACES.
           05 CWDDCV-VALOR               PIC S9(014)V9(004) VALUE 0.
           05 CWDDCV-STATUS              PIC  X(001) VALUE "0".
              88 CWDDCV-OK                             VALUE "0".
              88 CWDDCV-INVALIDO                       VALUE "1".
           05 CWDDCV-MENSAGEM            PIC  X(040) VALUE SPACES.
