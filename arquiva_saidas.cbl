               organization is line sequential
               file status is ws-rollup-status.

           select arq-operacoes assign to "OPERACOES.LOG"
               organization is line sequential
               file status is ws-operacoes-status.

       i-o-control.

      *>Declaração de variáveis
                   15 ws-rol-freq-dezena     pic 9(10).


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

           05 i                                    pic 9(02).


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
           perform recebe-data-corte.
           perform arquiva-sorteios.
           perform arquiva-sementes.
           if ws-data-corte < 19000101 or ws-data-corte > 99991231
               display "Data de corte invalida: " ws-data-corte
               move 8 to return-code
               move "DATA DE CORTE INVALIDA" to ws-ops-motivo
               perform finaliza
           end-if
           .
       recebe-data-corte-exit.
       exibe-resumo-exit.
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
           move "arquiva_saidas" to ws-ops-programa
           move "SORTEIOS.CSV SEMENTES.LOG" to ws-ops-arq-entrada
           move spaces to ws-ops-arq-saida
           string "SORTEIOS.CSV SORTEIOSARQ.CSV SEMENTES.LOG "
                  "SEMENTESARQ.LOG SORTEIOSROLLUP.TXT"
                  delimited by size into ws-ops-arq-saida
           end-string
           .
       identifica-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contadores do diario de operacoes: toda linha lida e regravada
      *>  no arquivo vivo ou no morto, mais as linhas do rollup
      *>------------------------------------------------------------------------
       apura-contadores-operacao section.
           compute ws-ops-qtd-lidos = ws-qtd-sorteios-arquivados
                   + ws-qtd-sorteios-retidos
                   + ws-qtd-sementes-arquivadas
                   + ws-qtd-sementes-retidas
                   + ws-qtd-linhas-legadas
           compute ws-ops-qtd-gravados = ws-ops-qtd-lidos
                   + ws-qtd-runs-rollup
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
