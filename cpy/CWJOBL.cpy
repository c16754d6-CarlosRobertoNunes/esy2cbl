              88 CWJOBL-EXECUTADO                      VALUE SPACE.
              88 CWJOBL-SUSPENSO                       VALUE "S".
              88 CWJOBL-RETOMADO                       VALUE "R".
      *    "I" = passo iniciado: grava o "JE" com fim zerado e
      *    situacao em branco (em execucao, visivel ao vigia CWJOBW);
      *    a chamada de fim, com a mesma data/hora de inicio,
      *    completa o mesmo registro
              88 CWJOBL-INICIADO                       VALUE "I".
