      *****************************************************
      * CWRECB.CPY - Livro de recebimento de arquivos      *
      * (CALL "CWRECB" USING PARAMETROS-CWRECB), chamado    *
      * pelo vigia CWWTCH.                                  *
      *   "R" registra o arquivo CWRECB-ARQUIVO que chegou  *
      *       pelo gatilho CWRECB-GATILHO: soma de controle *
      *       do conteudo, quantidade de registros, trailer *
      *       do gatilho (quantidade e valor total contra   *
      *       os detalhes) e recusa de conteudo ja recebido *
      *       (mesma soma de um recebimento liberado).      *
      *       Grava o "RB" e devolve a chave e a situacao   *
      *   "S" troca a situacao (e o local do arquivo) do    *
      *       recebimento CWRECB-CHAVE                      *
      *   "A" anota o resultado da corrente disparada nos   *
      *       recebimentos liberados ainda sem resultado    *
      *       (pelos "JE" da corrente)                      *
      * Pressupoe o CWCONF ja aberto pelo chamador.         *
      *****************************************************
       01  PARAMETROS-CWRECB.
           05 CWRECB-FUNCAO              PIC  X(001) VALUE "R".
              88 CWRECB-REGISTRA                       VALUE "R".
              88 CWRECB-SITUA                          VALUE "S".
              88 CWRECB-RESULTADOS                     VALUE "A".
           05 CWRECB-GATILHO             PIC  X(007) VALUE SPACES.
           05 CWRECB-JOB                 PIC  X(007) VALUE SPACES.
           05 CWRECB-NOME                PIC  X(050) VALUE SPACES.
           05 CWRECB-ARQUIVO             PIC  X(255) VALUE SPACES.
           05 CWRECB-TAMANHO             PIC  9(009) VALUE 0.
           05 CWRECB-CHAVE               PIC  X(032) VALUE SPACES.
           05 CWRECB-SOMA                PIC  X(030) VALUE SPACES.
           05 CWRECB-REGISTROS           PIC  9(009) VALUE 0.
           05 CWRECB-LOCAL               PIC  X(060) VALUE SPACES.
           05 CWRECB-SITUACAO            PIC  X(001) VALUE SPACE.
              88 CWRECB-LIBERADO                       VALUE "L".
              88 CWRECB-DUPLICADO                      VALUE "D".
              88 CWRECB-DIVERGENTE                     VALUE "T".
              88 CWRECB-ILEGIVEL                       VALUE "E".
              88 CWRECB-SEM-EXECUTOR                   VALUE "X".
           05 CWRECB-MENSAGEM            PIC  X(050) VALUE SPACES.
