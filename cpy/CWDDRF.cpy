      *****************************************************
      * CWDDRF.CPY - Referencias entre arquivos do         *
      * dicionario (CALL "CWDDRF" USING PARAMETROS-CWDDRF).*
      * Campo com referencia no registro "DR" so aceita    *
      * valor que exista como chave (campos "K" do layout  *
      * 01, em ordem de posicao) do arquivo referido, que  *
      * tem de estar no cadastro "02".                     *
      *   "V" valida o arquivo referido (cadastro "02",    *
      *       chave no "DD" com no maximo 60 bytes) e      *
      *       devolve o tamanho da chave                   *
      *   "E" o valor de CWDDRF-VALOR existe como chave do *
      *       arquivo?  Valor em branco, LOW-VALUES ou so  *
      *       zeros e' campo nao informado (status "2")    *
      *   "R" quantos registros de outros arquivos ainda   *
      *       citam o registro CWDDRF-REGISTRO do arquivo; *
      *       devolve o primeiro arquivo/campo que cita    *
      * CWDDRF-ORG "L" texto / "R" registros fixos para os *
      * arquivos sequenciais (os indexados do "02" sao     *
      * lidos pela chave, canal 2 do CWDIDX).              *
      * CWDDRF-MEMORIA "S" guarda as chaves lidas para as  *
      * consultas seguintes (uso em lote).                 *
      * Status "0" = existe/sem referencias, "1" = nao     *
      * existe/referido, "2" = nao informado, "9" = erro   *
      * com o texto em CWDDRF-MENSAGEM.                    *
      * Pressupoe o CWCONF ja aberto pelo chamador.        *
      *****************************************************
       01  PARAMETROS-CWDDRF.
           05 CWDDRF-FUNCAO              PIC  X(001) VALUE "E".
              88 CWDDRF-VALIDA                        VALUE "V".
              88 CWDDRF-EXISTE                        VALUE "E".
              88 CWDDRF-REFERIDO                      VALUE "R".
           05 CWDDRF-ORG                 PIC  X(001) VALUE "L".
           05 CWDDRF-MEMORIA             PIC  X(001) VALUE "N".
           05 CWDDRF-ARQUIVO             PIC  X(030) VALUE SPACES.
           05 CWDDRF-VALOR               PIC  X(060) VALUE SPACES.
           05 CWDDRF-REGISTRO            PIC  X(2048) VALUE SPACES.
           05 CWDDRF-TAM-CHAVE           PIC  9(002) VALUE 0.
           05 CWDDRF-QTDE                PIC  9(007) VALUE 0.
           05 CWDDRF-REFERENTE           PIC  X(030) VALUE SPACES.
           05 CWDDRF-CAMPO               PIC  X(034) VALUE SPACES.
           05 CWDDRF-STATUS              PIC  X(001) VALUE "0".
              88 CWDDRF-OK                            VALUE "0".
              88 CWDDRF-FALHOU                        VALUE "1".
              88 CWDDRF-VAZIO                         VALUE "2".
              88 CWDDRF-ERRO                          VALUE "9".
           05 CWDDRF-MENSAGEM            PIC  X(040) VALUE SPACES.
