               organization is line sequential
               file status is ws-sorteios-arq-status.

           select arq-sementes assign to "SEMENTES.LOG"
               organization is line sequential
               file status is ws-sementes-status.

           select arq-sementes-arquivo assign to "SEMENTESARQ.LOG"
               organization is line sequential
               file status is ws-sementes-arq-status.

           select arq-operacoes assign to "OPERACOES.LOG"
               organization is line sequential
               file status is ws-operacoes-status.

       i-o-control.

      *>Declaração de variáveis
       fd  arq-sorteios-arquivo.
       01 ws-reg-sorteio-arquivo             pic x(200).

      *>----Log de sementes vivo e arquivado: uma linha por dezena
      *>    (RUN ID, sequencia, semente) ou, nas execucoes por semente
      *>    mestre, um unico cabecalho (RUN ID, MESTRE, perfil, semente)
       fd  arq-sementes.
       01 ws-reg-semente                     pic x(36).

       fd  arq-sementes-arquivo.
       01 ws-reg-semente-arquivo             pic x(36).


      *>----Diario de operacoes compartilhado por todos os programas da
      *>    suite: um registro INICIO na abertura e um FIM no
      *>    encerramento de cada execucao, com operador, arquivos usados,
      *>    contadores de registros e codigo de retorno com o motivo
       fd  arq-operacoes.
       01 ws-reg-operacao.
           05 ws-opr-programa                pic x(20).
           05 filler                         pic x(01) value spaces.
           05 ws-opr-evento                  pic x(06).
           05 filler                         pic x(01) value spaces.
           05 ws-opr-sessao                  pic x(16).
           05 filler                         pic x(01) value spaces.
           05 ws-opr-operador                pic x(20).
           05 filler                         pic x(01) value spaces.
           05 ws-opr-data-inicio             pic 9(08).
           05 filler                         pic x(01) value spaces.
           05 ws-opr-hora-inicio             pic 9(06).
           05 filler                         pic x(01) value spaces.
           05 ws-opr-data-fim                pic 9(08).
           05 filler                         pic x(01) value spaces.
           05 ws-opr-hora-fim                pic 9(06).
           05 filler                         pic x(01) value spaces.
           05 ws-opr-qtd-lidos               pic 9(10).
           05 filler                         pic x(01) value spaces.
           05 ws-opr-qtd-gravados            pic 9(10).
           05 filler                         pic x(01) value spaces.
           05 ws-opr-qtd-rejeitados          pic 9(10).
           05 filler                         pic x(01) value spaces.
           05 ws-opr-retorno                 pic 9(04).
           05 filler                         pic x(01) value spaces.
           05 ws-opr-motivo                  pic x(50).
           05 filler                         pic x(01) value spaces.
           05 ws-opr-arq-entrada             pic x(120).
           05 filler                         pic x(01) value spaces.
           05 ws-opr-arq-saida               pic x(120).

      *>----Variaveis de trabalho
       working-storage section.
      *>----Status dos arquivos
       77 ws-sorteios-status                       pic x(02).
       77 ws-sorteios-arq-status                   pic x(02).
       77 ws-sementes-status                       pic x(02).
       77 ws-sementes-arq-status                   pic x(02).

      *>----RUN ID das duas execucoes em confronto
       77 ws-run-id-original                       pic x(16).
       77 ws-qtd-so-replay                         pic 9(06) value zero.
       77 ws-primeira-divergencia                  pic x(01) value "N".

      *>----Modo de sementes de cada execucao, apurado no log:
      *>    M = semente mestre (cabecalho), T = uma semente por dezena,
      *>    espaco = nada no log
       01 ws-linha-semente.
           05 ws-lsm-run-id                        pic x(16).
           05 filler                               pic x(01).
           05 ws-lsm-modo                          pic x(06).
               88 ws-lsm-cabecalho-mestre          value "MESTRE".
           05 filler                               pic x(01).
           05 ws-lsm-perfil-codigo                 pic 9(01).
           05 filler                               pic x(01).
           05 ws-lsm-semente-mestre                pic 9(10).
       77 ws-modo-orig                             pic x(01) value space.
       77 ws-modo-repl                             pic x(01) value space.
       77 ws-mestre-orig                           pic 9(10) value zero.
       77 ws-mestre-repl                           pic 9(10) value zero.
       77 ws-perfil-orig                           pic 9(01) value zero.
       77 ws-perfil-repl                           pic 9(01) value zero.
       77 ws-sementes-orig                         pic 9(09) value zero.
       77 ws-sementes-repl                         pic 9(09) value zero.
       77 ws-modo-divergente                       pic x(01) value "N".
       77 ws-modo-edicao                           pic x(45).
       77 ws-sementes-edicao                       pic zzz.zzz.zz9.

      *>----Variaveis de edicao do relatorio
       77 ws-qtd-edicao                            pic zzzzz9.


      *>----Diario de operacoes: identificacao desta execucao e
      *>    contadores apurados para o registro de encerramento
       77 ws-operacoes-status                      pic x(02).
       77 ws-ops-programa                          pic x(20).
       77 ws-ops-evento                            pic x(06).
       77 ws-ops-sessao                            pic x(16).
       77 ws-ops-operador                          pic x(20).
       01 ws-ops-inicio.
           05 ws-ops-data-inicio                   pic 9(08).
           05 ws-ops-hora-inicio                   pic 9(08).
       01 ws-ops-fim.
           05 ws-ops-data-fim                      pic 9(08).
           05 ws-ops-hora-fim                      pic 9(08).
       77 ws-ops-arq-entrada                       pic x(120).
       77 ws-ops-arq-saida                         pic x(120).
       77 ws-ops-qtd-lidos                         pic 9(10) value zero.
       77 ws-ops-qtd-gravados                      pic 9(10) value zero.
       77 ws-ops-qtd-rejeitados                    pic 9(10) value zero.
       77 ws-ops-retorno                           pic 9(04) value zero.
       77 ws-ops-motivo                            pic x(50) value spaces.

      *>Declaração do corpo do programa
       procedure division.

           perform registra-inicio-operacao.
           perform recebe-run-ids.
           perform carrega-sorteios-arquivados.
           perform carrega-sorteios-vivos.
           perform carrega-sementes-arquivadas.
           perform carrega-sementes-vivas.
           perform confronta-execucoes.
           perform exibe-veredicto.
           perform finaliza.
                   or ws-run-id-original = ws-run-id-replay
               display "Informe dois RUN ID distintos e nao vazios."
               move 8 to return-code
               move "RUN ID INVALIDOS PARA O CONFRONTO" to ws-ops-motivo
               perform finaliza
           end-if
           .
       guarda-linha-replay-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Varrendo o log de sementes arquivado, para saber em que modo
      *>  de sementes cada execucao rodou
      *>------------------------------------------------------------------------
       carrega-sementes-arquivadas section.
           open input arq-sementes-arquivo
           if ws-sementes-arq-status = "00"
               set ws-arquivo-continua to true
               perform until ws-arquivo-fim
                   read arq-sementes-arquivo
                       at end
                           set ws-arquivo-fim to true
                       not at end
                           move ws-reg-semente-arquivo to ws-linha-semente
                           perform classifica-linha-semente
                   end-read
               end-perform
               close arq-sementes-arquivo
           end-if
           .
       carrega-sementes-arquivadas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Varrendo o log de sementes vivo
      *>------------------------------------------------------------------------
       carrega-sementes-vivas section.
           open input arq-sementes
           if ws-sementes-status = "35"
               display "Nenhum SEMENTES.LOG encontrado - modo de sementes "
                       "apurado apenas no arquivo morto."
           else
               set ws-arquivo-continua to true
               perform until ws-arquivo-fim
                   read arq-sementes
                       at end
                           set ws-arquivo-fim to true
                       not at end
                           move ws-reg-semente to ws-linha-semente
                           perform classifica-linha-semente
                   end-read
               end-perform
               close arq-sementes
           end-if
           .
       carrega-sementes-vivas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Classificando uma linha do log de sementes: o cabecalho MESTRE
      *>  da a semente de toda a execucao; as demais linhas sao sementes
      *>  por dezena, apenas contadas
      *>------------------------------------------------------------------------
       classifica-linha-semente section.
           if ws-lsm-run-id = ws-run-id-original
               if ws-lsm-cabecalho-mestre
                   move "M" to ws-modo-orig
                   move ws-lsm-semente-mestre to ws-mestre-orig
                   move ws-lsm-perfil-codigo to ws-perfil-orig
               else
                   add 1 to ws-sementes-orig
               end-if
           else
           if ws-lsm-run-id = ws-run-id-replay
               if ws-lsm-cabecalho-mestre
                   move "M" to ws-modo-repl
                   move ws-lsm-semente-mestre to ws-mestre-repl
                   move ws-lsm-perfil-codigo to ws-perfil-repl
               else
                   add 1 to ws-sementes-repl
               end-if
           end-if
           end-if
           .
       classifica-linha-semente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conferindo se as duas execucoes usaram o mesmo modo de
      *>  sementes: um replay de semente mestre precisa repetir a mesma
      *>  semente e o mesmo perfil; um replay por dezena, o mesmo modo
      *>------------------------------------------------------------------------
       confronta-modo-sementes section.
           if ws-modo-orig = space and ws-sementes-orig > 0
               move "T" to ws-modo-orig
           end-if
           if ws-modo-repl = space and ws-sementes-repl > 0
               move "T" to ws-modo-repl
           end-if

           if ws-modo-orig not = ws-modo-repl
               move "S" to ws-modo-divergente
           else
           if ws-modo-orig = "M"
                   and (ws-mestre-orig not = ws-mestre-repl
                        or ws-perfil-orig not = ws-perfil-repl)
               move "S" to ws-modo-divergente
           end-if
           end-if
           .
       confronta-modo-sementes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Montando a descricao do modo de sementes de uma execucao
      *>------------------------------------------------------------------------
       descreve-modo-orig section.
           move spaces to ws-modo-edicao
           evaluate ws-modo-orig
               when "M"
                   string "semente mestre " delimited by size
                          ws-mestre-orig delimited by size
                          " perfil " delimited by size
                          ws-perfil-orig delimited by size
                          into ws-modo-edicao
                   end-string
               when "T"
                   move ws-sementes-orig to ws-sementes-edicao
                   string "por dezena - sementes no log: " delimited by size
                          ws-sementes-edicao delimited by size
                          into ws-modo-edicao
                   end-string
               when other
                   move "sem registro no log de sementes" to ws-modo-edicao
           end-evaluate
           .
       descreve-modo-orig-exit.
           exit.

       descreve-modo-repl section.
           move spaces to ws-modo-edicao
           evaluate ws-modo-repl
               when "M"
                   string "semente mestre " delimited by size
                          ws-mestre-repl delimited by size
                          " perfil " delimited by size
                          ws-perfil-repl delimited by size
                          into ws-modo-edicao
                   end-string
               when "T"
                   move ws-sementes-repl to ws-sementes-edicao
                   string "por dezena - sementes no log: " delimited by size
                          ws-sementes-edicao delimited by size
                          into ws-modo-edicao
                   end-string
               when other
                   move "sem registro no log de sementes" to ws-modo-edicao
           end-evaluate
           .
       descreve-modo-repl-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confrontando as duas tabelas em uma unica passada, alinhadas
      *>  por aposta do lote + tentativa; linhas presentes so de um lado
               display "Confronto impossivel - verifique os RUN ID e o "
                       "arquivamento."
               move 8 to return-code
               move "CONFRONTO IMPOSSIVEL" to ws-ops-motivo
               perform finaliza
           end-if

           move ws-qtd-so-replay to ws-qtd-edicao
           display "Somente no replay             : " ws-qtd-edicao

           perform confronta-modo-sementes
           perform descreve-modo-orig
           display "Sementes da original          : " ws-modo-edicao
           perform descreve-modo-repl
           display "Sementes do replay            : " ws-modo-edicao
           if ws-modo-divergente = "S"
               display "Aviso: as execucoes nao usaram o mesmo modo de "
                       "sementes ou a mesma semente mestre."
           end-if

           if ws-qtd-divergentes = 0
                   and ws-qtd-so-original = 0
                   and ws-qtd-so-replay = 0
                   and ws-modo-divergente = "N"
               display "VEREDICTO: REPLAY IDENTICO - as duas execucoes "
                       "reproduziram os mesmos sorteios."
           else
               display "VEREDICTO: REPLAY DIVERGENTE - as execucoes NAO "
                       "sao identicas."
               move 4 to return-code
               move "REPLAY DIVERGENTE" to ws-ops-motivo
           end-if
           .
       exibe-veredicto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registrando no diario de operacoes o inicio desta execucao. O
      *>  operador vem da variavel de ambiente OPERADOR (na falta dela,
      *>  do usuario da sessao); data e hora com centesimos identificam
      *>  a sessao, que casa o registro INICIO com o FIM
      *>------------------------------------------------------------------------
       registra-inicio-operacao section.
           perform identifica-operacao

           accept ws-ops-data-inicio from date yyyymmdd
           accept ws-ops-hora-inicio from time
           move ws-ops-inicio to ws-ops-sessao
           move zero to ws-ops-data-fim
           move zero to ws-ops-hora-fim

           move spaces to ws-ops-operador
           accept ws-ops-operador from environment "OPERADOR"
           if ws-ops-operador = spaces
               accept ws-ops-operador from environment "USER"
           end-if
           if ws-ops-operador = spaces
               move "NAO INFORMADO" to ws-ops-operador
           end-if

           move "INICIO" to ws-ops-evento
           perform grava-registro-operacao
           .
       registra-inicio-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registrando no diario de operacoes o fim desta execucao, com os
      *>  contadores e o codigo de retorno; sem motivo apontado pelo
      *>  programa, o motivo sai do proprio codigo de retorno
      *>------------------------------------------------------------------------
       registra-fim-operacao section.
           move return-code to ws-ops-retorno
           perform apura-contadores-operacao

           if ws-ops-motivo = spaces
               evaluate ws-ops-retorno
                   when 0
                       move "CONCLUIDO NORMALMENTE" to ws-ops-motivo
                   when 4
                       move "CONCLUIDO COM AVISOS" to ws-ops-motivo
                   when other
                       move "ENCERRADO COM ERRO" to ws-ops-motivo
               end-evaluate
           end-if

           accept ws-ops-data-fim from date yyyymmdd
           accept ws-ops-hora-fim from time
           move "FIM" to ws-ops-evento
           perform grava-registro-operacao

           move ws-ops-retorno to return-code
           .
       registra-fim-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acrescentando um registro ao diario de operacoes; o arquivo so
      *>  fica aberto durante a gravacao, pois e compartilhado por toda
      *>  a suite. Uma falha no diario e aviso - nao interrompe o programa
      *>------------------------------------------------------------------------
       grava-registro-operacao section.
           open extend arq-operacoes
           if ws-operacoes-status = "35"
               open output arq-operacoes
           end-if

           if ws-operacoes-status not = "00"
               display "Aviso: nao foi possivel registrar a execucao em "
                       "OPERACOES.LOG - file status " ws-operacoes-status
           else
               move spaces to ws-reg-operacao
               move ws-ops-programa to ws-opr-programa
               move ws-ops-evento to ws-opr-evento
               move ws-ops-sessao to ws-opr-sessao
               move ws-ops-operador to ws-opr-operador
               move ws-ops-data-inicio to ws-opr-data-inicio
               move ws-ops-hora-inicio(1:6) to ws-opr-hora-inicio
               move ws-ops-data-fim to ws-opr-data-fim
               move ws-ops-hora-fim(1:6) to ws-opr-hora-fim
               move ws-ops-qtd-lidos to ws-opr-qtd-lidos
               move ws-ops-qtd-gravados to ws-opr-qtd-gravados
               move ws-ops-qtd-rejeitados to ws-opr-qtd-rejeitados
               move ws-ops-retorno to ws-opr-retorno
               move ws-ops-motivo to ws-opr-motivo
               move ws-ops-arq-entrada to ws-opr-arq-entrada
               move ws-ops-arq-saida to ws-opr-arq-saida

               write ws-reg-operacao
               if ws-operacoes-status not = "00"
                   display "Aviso: erro ao gravar OPERACOES.LOG - file "
                           "status " ws-operacoes-status
               end-if
               close arq-operacoes
           end-if
           .
       grava-registro-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Identificando o programa e os arquivos que ele usa, para o
      *>  diario de operacoes
      *>------------------------------------------------------------------------
       identifica-operacao section.
           move "verifica_replay" to ws-ops-programa
           move spaces to ws-ops-arq-entrada
           string "SORTEIOSARQ.CSV SORTEIOS.CSV SEMENTESARQ.LOG "
                  "SEMENTES.LOG"
                  delimited by size into ws-ops-arq-entrada
           end-string
           move spaces to ws-ops-arq-saida
           .
       identifica-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contadores do diario de operacoes: sorteios das duas execucoes
      *>  lidos para o confronto
      *>------------------------------------------------------------------------
       apura-contadores-operacao section.
           compute ws-ops-qtd-lidos = ws-qtd-orig + ws-qtd-repl
           .
       apura-contadores-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.
           perform registra-fim-operacao
           Stop run
           .
       finaliza-exit.
