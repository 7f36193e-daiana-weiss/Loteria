      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "rateio_bolao".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.



      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.
           select arq-boloes assign to "BOLOES.TXT"
               organization is line sequential
               file status is ws-boloes-status.

           select arq-apuracoes assign to "APURACOES.TXT"
               organization is line sequential
               file status is ws-apuracoes-status.

           select arq-livrocaixa assign to "LIVROCAIXA.TXT"
               organization is line sequential
               file status is ws-livrocaixa-status.

           select arq-extrato-bolao assign to "EXTRATOBOLAO.TXT"
               organization is line sequential
               file status is ws-extrato-status.

           select arq-operacoes assign to "OPERACOES.LOG"
               organization is line sequential
               file status is ws-operacoes-status.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>----Master de boloes: para cada bolao um registro "B" (codigo,
      *>    perfil, lote de apostas jogado e descricao) seguido dos
      *>    registros "P" dos participantes (nome, cotas e valor pago)
       fd  arq-boloes.
       01 ws-reg-bolao.
           05 ws-bol-tipo                    pic x(01).
               88 ws-bol-cabecalho           value "B".
               88 ws-bol-participante        value "P".
           05 filler                        pic x(01).
           05 ws-bol-codigo                  pic x(08).
           05 filler                        pic x(01).
           05 ws-bol-perfil-codigo           pic 9(01).
           05 filler                        pic x(01).
           05 ws-bol-lote                    pic x(20).
           05 filler                        pic x(01).
           05 ws-bol-descricao               pic x(30).
       01 ws-reg-bolao-participante.
           05 filler                        pic x(01).
           05 filler                        pic x(01).
           05 filler                        pic x(08).
           05 filler                        pic x(01).
           05 ws-bol-part-nome               pic x(30).
           05 filler                        pic x(01).
           05 ws-bol-part-cotas              pic 9(04).
           05 filler                        pic x(01).
           05 ws-bol-part-valor-pago         pic 9(09)v99.

      *>----Apuracoes do lote gravadas pelo backtest de apostas
       fd  arq-apuracoes.
       01 ws-reg-apuracao.
           05 ws-apu-id                      pic x(16).
           05 filler                        pic x(01).
           05 ws-apu-data                    pic 9(08).
           05 filler                        pic x(01).
           05 ws-apu-perfil-codigo           pic 9(01).
           05 filler                        pic x(01).
           05 ws-apu-lote                    pic x(20).
           05 filler                        pic x(01).
           05 ws-apu-concurso-ini            pic 9(05).
           05 filler                        pic x(01).
           05 ws-apu-concurso-fim            pic 9(05).
           05 filler                        pic x(01).
           05 ws-apu-qtd-concursos           pic 9(06).
           05 filler                        pic x(01).
           05 ws-apu-total-gasto             pic 9(15)v99.
           05 filler                        pic x(01).
           05 ws-apu-total-ganho             pic 9(15)v99.

      *>----Livro caixa gravado pelo simulador: um registro por aposta
      *>    do lote concluida, todos sob o RUN ID da execucao
       fd  arq-livrocaixa.
       01 ws-reg-livrocaixa.
           05 ws-lvc-run-id                  pic x(16).
           05 filler                        pic x(01).
           05 ws-lvc-data                    pic 9(08).
           05 filler                        pic x(01).
           05 ws-lvc-perfil-codigo           pic 9(01).
           05 filler                        pic x(01).
           05 ws-lvc-perfil-nome             pic x(20).
           05 filler                        pic x(01).
           05 ws-lvc-total-gasto             pic 9(15)v99.
           05 ws-lvc-ganhos.
               10 ws-lvc-ganho-item occurs 15.
                   15 filler                pic x(01).
                   15 ws-lvc-ganho-faixa     pic 9(13)v99.
           05 filler                        pic x(01).
           05 ws-lvc-sinal-liquido           pic x(01).
           05 ws-lvc-liquido                 pic 9(15)v99.

      *>----Extrato do rateio: um registro "P" por participante e um
      *>    registro "T" com os totais do bolao e a sobra do
      *>    arredondamento, acrescentados a cada rateio
       fd  arq-extrato-bolao.
       01 ws-reg-extrato.
           05 ws-ext-tipo                    pic x(01).
           05 filler                        pic x(01) value spaces.
           05 ws-ext-bolao-codigo            pic x(08).
           05 filler                        pic x(01) value spaces.
           05 ws-ext-data                    pic 9(08).
           05 filler                        pic x(01) value spaces.
           05 ws-ext-origem                  pic x(01).
           05 filler                        pic x(01) value spaces.
           05 ws-ext-origem-id               pic x(16).
           05 filler                        pic x(01) value spaces.
           05 ws-ext-nome                    pic x(30).
           05 filler                        pic x(01) value spaces.
           05 ws-ext-cotas                   pic 9(04).
           05 filler                        pic x(01) value spaces.
           05 ws-ext-valor-pago              pic 9(11)v99.
           05 filler                        pic x(01) value spaces.
           05 ws-ext-valor-ganho             pic 9(15)v99.
           05 filler                        pic x(01) value spaces.
           05 ws-ext-sinal-liquido           pic x(01).
           05 ws-ext-liquido                 pic 9(15)v99.
           05 filler                        pic x(01) value spaces.
           05 ws-ext-sobra                   pic 9(05)v99.


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
       77 ws-boloes-status                         pic x(02).
       77 ws-apuracoes-status                      pic x(02).
       77 ws-livrocaixa-status                     pic x(02).
       77 ws-extrato-status                        pic x(02).

      *>----Controle de fim de arquivo nas varreduras
       77 ws-fim-arquivo                           pic x(01).
           88 ws-arquivo-fim                       value "S".
           88 ws-arquivo-continua                  value "N".

      *>----Bolao selecionado e seus participantes
       77 ws-bolao-codigo                          pic x(08).
       77 ws-bolao-perfil-codigo                   pic 9(01).
       77 ws-bolao-lote                            pic x(20).
       77 ws-bolao-descricao                       pic x(30).
       77 ws-bolao-achado                          pic x(01) value "N".
           88 ws-tem-bolao                         value "S".
           88 ws-sem-bolao                         value "N".
       77 ws-qtd-participantes                     pic 9(03) value zero.
       77 ws-participantes-limite                  pic 9(03) value 100.
       77 ws-idx-participante                      pic 9(03).
       77 ws-qtd-linhas-invalidas                  pic 9(04) value zero.
       01 ws-tabela-participantes occurs 100.
           05 ws-par-nome                          pic x(30).
           05 ws-par-cotas                         pic 9(04).
           05 ws-par-valor-pago                    pic 9(09)v99.
           05 ws-par-valor-ganho                   pic 9(15)v99.
           05 ws-par-liquido                       pic s9(15)v99.

      *>----Origem do resultado do lote: (B)acktest, por ID da
      *>    apuracao, ou (S)imulador, por RUN ID no livro caixa
       77 ws-origem-resultado                      pic x(01).
           88 ws-origem-backtest                   value "B" "b".
           88 ws-origem-simulador                  value "S" "s".
       77 ws-origem-id                             pic x(16).
       77 ws-resultado-achado                      pic x(01) value "N".
           88 ws-tem-resultado                     value "S".
           88 ws-sem-resultado                     value "N".
       77 ws-qtd-registros-resultado               pic 9(06) value zero.
       77 ws-qtd-outro-perfil                      pic 9(06) value zero.
       77 ws-resultado-lote                        pic x(20).

      *>----Resultado do lote e rateio por cota
       77 ws-custo-lote                            pic 9(15)v99 value zero.
       77 ws-ganho-lote                            pic 9(15)v99 value zero.
       77 ws-total-cotas                           pic 9(06) value zero.
       77 ws-total-pago                            pic 9(13)v99 value zero.
       77 ws-valor-cota                            pic 9(15)v99.
       77 ws-total-distribuido                     pic 9(15)v99 value zero.
       77 ws-sobra-rateio                          pic 9(05)v99.
       77 ws-liquido-bolao                         pic s9(15)v99.
       77 ws-data-rateio                           pic 9(08).

      *>----Variaveis de edicao do extrato
       77 ws-valor-edicao                          pic -zzz.zzz.zzz.zzz.zz9,99.
       77 ws-cotas-edicao                          pic zzz9.
       77 ws-qtd-edicao                            pic zzzzz9.

       01 ws-vars-trabalho.
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
           perform carrega-bolao.
           perform recebe-origem.
           if ws-origem-backtest
               perform obtem-resultado-backtest
           else
               perform obtem-resultado-simulador
           end-if
           perform calcula-rateio.
           perform exibe-extrato.
           perform grava-extrato.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Carregando do master de boloes o cabecalho e os participantes
      *>  do bolao informado
      *>------------------------------------------------------------------------
       carrega-bolao section.
           display "Codigo do bolao:"
           accept ws-bolao-codigo

           open input arq-boloes
           if ws-boloes-status = "35"
               display "Nenhum BOLOES.TXT encontrado - rateio cancelado."
               move 8 to return-code
               move "BOLOES.TXT NAO ENCONTRADO" to ws-ops-motivo
               perform finaliza
           end-if

           set ws-arquivo-continua to true
           perform until ws-arquivo-fim
               read arq-boloes
                   at end
                       set ws-arquivo-fim to true
                   not at end
                       if ws-bol-codigo = ws-bolao-codigo
                           perform guarda-linha-bolao
                       end-if
               end-read
           end-perform

           close arq-boloes

           if ws-sem-bolao
               display "Bolao " ws-bolao-codigo " nao cadastrado em "
                       "BOLOES.TXT - rateio cancelado."
               move 8 to return-code
               move "BOLAO NAO CADASTRADO EM BOLOES.TXT"
                   to ws-ops-motivo
               perform finaliza
           end-if

           if ws-qtd-participantes = 0 or ws-total-cotas = 0
               display "Bolao " ws-bolao-codigo " sem participantes com "
                       "cotas - rateio cancelado."
               move 8 to return-code
               move "BOLAO SEM PARTICIPANTES COM COTAS" to ws-ops-motivo
               perform finaliza
           end-if

           if ws-qtd-linhas-invalidas > 0
               display "Aviso: " ws-qtd-linhas-invalidas " linha(s) "
                       "invalida(s) do bolao ignorada(s)."
           end-if
           .
       carrega-bolao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guardando uma linha do bolao: o cabecalho "B" ou um
      *>  participante "P" (cotas zeradas ou valor nao numerico nao
      *>  entram no rateio)
      *>------------------------------------------------------------------------
       guarda-linha-bolao section.
           evaluate true
               when ws-bol-cabecalho
                   if ws-tem-bolao
                       display "Aviso: cabecalho repetido do bolao "
                               ws-bolao-codigo " ignorado."
                       add 1 to ws-qtd-linhas-invalidas
                   else
                       set ws-tem-bolao to true
                       move ws-bol-perfil-codigo
                           to ws-bolao-perfil-codigo
                       move ws-bol-lote to ws-bolao-lote
                       move ws-bol-descricao to ws-bolao-descricao
                   end-if

               when ws-bol-participante
                   if ws-bol-part-cotas not numeric
                           or ws-bol-part-valor-pago not numeric
                           or ws-bol-part-cotas = 0
                       display "Aviso: participante " ws-bol-part-nome
                               " com cotas ou valor pago invalido - "
                               "ignorado."
                       add 1 to ws-qtd-linhas-invalidas
                   else
                   if ws-qtd-participantes >= ws-participantes-limite
                       display "Aviso: limite de "
                               ws-participantes-limite
                               " participantes atingido - "
                               ws-bol-part-nome " fora do rateio."
                       add 1 to ws-qtd-linhas-invalidas
                   else
                       add 1 to ws-qtd-participantes
                       move ws-bol-part-nome
                           to ws-par-nome(ws-qtd-participantes)
                       move ws-bol-part-cotas
                           to ws-par-cotas(ws-qtd-participantes)
                       move ws-bol-part-valor-pago
                           to ws-par-valor-pago(ws-qtd-participantes)
                       add ws-bol-part-cotas to ws-total-cotas
                       add ws-bol-part-valor-pago to ws-total-pago
                   end-if
                   end-if

               when other
                   add 1 to ws-qtd-linhas-invalidas
           end-evaluate
           .
       guarda-linha-bolao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recebendo a origem do resultado do lote e a sua identificacao
      *>------------------------------------------------------------------------
       recebe-origem section.
           display "Origem do resultado do lote - (B)acktest ou "
                   "(S)imulador?"
           accept ws-origem-resultado
           if not ws-origem-backtest and not ws-origem-simulador
               display "Origem invalida - rateio cancelado."
               move 8 to return-code
               move "ORIGEM DO RESULTADO INVALIDA" to ws-ops-motivo
               perform finaliza
           end-if

           if ws-origem-backtest
               move "B" to ws-origem-resultado
               display "ID da apuracao do backtest:"
           else
               move "S" to ws-origem-resultado
               display "RUN ID da execucao do simulador:"
           end-if
           accept ws-origem-id
           .
       recebe-origem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Obtendo gasto e ganho do lote de uma apuracao do backtest
      *>------------------------------------------------------------------------
       obtem-resultado-backtest section.
           open input arq-apuracoes
           if ws-apuracoes-status = "35"
               display "Nenhum APURACOES.TXT encontrado - rateio "
                       "cancelado."
               move 8 to return-code
               move "APURACOES.TXT NAO ENCONTRADO" to ws-ops-motivo
               perform finaliza
           end-if

           set ws-arquivo-continua to true
           perform until ws-arquivo-fim
               read arq-apuracoes
                   at end
                       set ws-arquivo-fim to true
                   not at end
                       if ws-apu-id = ws-origem-id
                           if ws-apu-perfil-codigo
                                   not = ws-bolao-perfil-codigo
                               add 1 to ws-qtd-outro-perfil
                           else
                               set ws-tem-resultado to true
                               add 1 to ws-qtd-registros-resultado
                               move ws-apu-lote to ws-resultado-lote
                               move ws-apu-total-gasto to ws-custo-lote
                               move ws-apu-total-ganho to ws-ganho-lote
                           end-if
                       end-if
               end-read
           end-perform

           close arq-apuracoes

           perform confere-resultado
           .
       obtem-resultado-backtest-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Obtendo gasto e ganho do lote de uma execucao do simulador:
      *>  soma de todos os registros do livro caixa daquele RUN ID (um
      *>  por aposta do lote)
      *>------------------------------------------------------------------------
       obtem-resultado-simulador section.
           open input arq-livrocaixa
           if ws-livrocaixa-status = "35"
               display "Nenhum LIVROCAIXA.TXT encontrado - rateio "
                       "cancelado."
               move 8 to return-code
               move "LIVROCAIXA.TXT NAO ENCONTRADO" to ws-ops-motivo
               perform finaliza
           end-if

           move "APOSTAS.TXT" to ws-resultado-lote

           set ws-arquivo-continua to true
           perform until ws-arquivo-fim
               read arq-livrocaixa
                   at end
                       set ws-arquivo-fim to true
                   not at end
                       if ws-lvc-run-id = ws-origem-id
                           if ws-lvc-perfil-codigo
                                   not = ws-bolao-perfil-codigo
                               add 1 to ws-qtd-outro-perfil
                           else
                               set ws-tem-resultado to true
                               add 1 to ws-qtd-registros-resultado
                               add ws-lvc-total-gasto to ws-custo-lote
                               perform varying i from 1 by 1
                                       until i > 15
                                   add ws-lvc-ganho-faixa(i)
                                       to ws-ganho-lote
                               end-perform
                           end-if
                       end-if
               end-read
           end-perform

           close arq-livrocaixa

           perform confere-resultado
           .
       obtem-resultado-simulador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conferindo se o resultado encontrado serve para o bolao: mesmo
      *>  perfil e, de preferencia, o mesmo lote de apostas
      *>------------------------------------------------------------------------
       confere-resultado section.
           if ws-qtd-outro-perfil > 0
               display "Aviso: " ws-qtd-outro-perfil " registro(s) de "
                       ws-origem-id " de outro perfil ignorado(s)."
           end-if

           if ws-sem-resultado
               display "Nenhum resultado de " ws-origem-id " para o "
                       "perfil " ws-bolao-perfil-codigo " do bolao - "
                       "rateio cancelado."
               move 8 to return-code
               move "NENHUM RESULTADO DA ORIGEM PARA O BOLAO"
                   to ws-ops-motivo
               perform finaliza
           end-if

           if ws-origem-backtest and ws-qtd-registros-resultado > 1
               display "Aviso: ID de apuracao repetido - vale o ultimo "
                       "registro gravado."
           end-if

           if ws-bolao-lote not = spaces
                   and ws-resultado-lote not = ws-bolao-lote
               display "Aviso: o bolao joga o lote " ws-bolao-lote
                       " mas o resultado veio do lote "
                       ws-resultado-lote "."
               move 4 to return-code
               move "RESULTADO DE OUTRO LOTE DE APOSTAS"
                   to ws-ops-motivo
           end-if
           .
       confere-resultado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dividindo o ganho do lote pelas cotas: o valor da cota e
      *>  truncado no centavo, cada participante recebe cotas x valor da
      *>  cota e os centavos que nao fecham a divisao ficam como sobra
      *>------------------------------------------------------------------------
       calcula-rateio section.
           accept ws-data-rateio from date yyyymmdd

           compute ws-valor-cota = ws-ganho-lote / ws-total-cotas

           perform varying ws-idx-participante from 1 by 1
                   until ws-idx-participante > ws-qtd-participantes
               compute ws-par-valor-ganho(ws-idx-participante) =
                       ws-par-cotas(ws-idx-participante) * ws-valor-cota
               compute ws-par-liquido(ws-idx-participante) =
                       ws-par-valor-ganho(ws-idx-participante)
                       - ws-par-valor-pago(ws-idx-participante)
               add ws-par-valor-ganho(ws-idx-participante)
                   to ws-total-distribuido
           end-perform

           compute ws-sobra-rateio = ws-ganho-lote - ws-total-distribuido
           compute ws-liquido-bolao = ws-total-distribuido - ws-total-pago
           .
       calcula-rateio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibindo o extrato do rateio: resultado do lote, valor da cota
      *>  e, por participante, pago, ganho e liquido
      *>------------------------------------------------------------------------
       exibe-extrato section.
           display " "
           display "====================================================="
           display "RATEIO DO BOLAO " ws-bolao-codigo " - "
                   ws-bolao-descricao
           display "====================================================="
           if ws-origem-backtest
               display "Origem do resultado          : backtest "
                       ws-origem-id
           else
               display "Origem do resultado          : simulador "
                       ws-origem-id
           end-if
           display "Perfil / lote                : "
                   ws-bolao-perfil-codigo " / " ws-bolao-lote
           move ws-custo-lote to ws-valor-edicao
           display "Custo do lote no resultado   : " ws-valor-edicao
           move ws-total-pago to ws-valor-edicao
           display "Arrecadado dos participantes : " ws-valor-edicao
           move ws-ganho-lote to ws-valor-edicao
           display "Premio do lote               : " ws-valor-edicao
           move ws-total-cotas to ws-qtd-edicao
           display "Total de cotas               : " ws-qtd-edicao
           move ws-valor-cota to ws-valor-edicao
           display "Valor da cota                : " ws-valor-edicao

           display " "
           display "PARTICIPANTE                    COTAS"
                   "               PAGO (R$)              GANHO (R$)"
                   "            LIQUIDO (R$)"
           perform varying ws-idx-participante from 1 by 1
                   until ws-idx-participante > ws-qtd-participantes
               move ws-par-cotas(ws-idx-participante) to ws-cotas-edicao
               display ws-par-nome(ws-idx-participante) "  "
                       ws-cotas-edicao with no advancing
               move ws-par-valor-pago(ws-idx-participante)
                   to ws-valor-edicao
               display " " ws-valor-edicao with no advancing
               move ws-par-valor-ganho(ws-idx-participante)
                   to ws-valor-edicao
               display " " ws-valor-edicao with no advancing
               move ws-par-liquido(ws-idx-participante) to ws-valor-edicao
               display " " ws-valor-edicao
           end-perform

           display " "
           move ws-total-distribuido to ws-valor-edicao
           display "Total distribuido            : " ws-valor-edicao
           move ws-liquido-bolao to ws-valor-edicao
           display "Liquido do bolao             : " ws-valor-edicao
           move ws-sobra-rateio to ws-valor-edicao
           display "Sobra do arredondamento      : " ws-valor-edicao
           .
       exibe-extrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acrescentando o extrato do rateio a EXTRATOBOLAO.TXT: um
      *>  registro por participante e um de totais com a sobra
      *>------------------------------------------------------------------------
       grava-extrato section.
           open extend arq-extrato-bolao
           if ws-extrato-status = "35"
               open output arq-extrato-bolao
           end-if

           perform varying ws-idx-participante from 1 by 1
                   until ws-idx-participante > ws-qtd-participantes
               move spaces to ws-reg-extrato
               move "P" to ws-ext-tipo
               move ws-par-nome(ws-idx-participante) to ws-ext-nome
               move ws-par-cotas(ws-idx-participante) to ws-ext-cotas
               move ws-par-valor-pago(ws-idx-participante)
                   to ws-ext-valor-pago
               move ws-par-valor-ganho(ws-idx-participante)
                   to ws-ext-valor-ganho
               move ws-par-liquido(ws-idx-participante)
                   to ws-liquido-bolao
               move zero to ws-ext-sobra
               perform grava-linha-extrato
           end-perform

           compute ws-liquido-bolao = ws-total-distribuido - ws-total-pago
           move spaces to ws-reg-extrato
           move "T" to ws-ext-tipo
           move "TOTAL DO BOLAO" to ws-ext-nome
           move ws-total-cotas to ws-ext-cotas
           move ws-total-pago to ws-ext-valor-pago
           move ws-total-distribuido to ws-ext-valor-ganho
           move ws-sobra-rateio to ws-ext-sobra
           perform grava-linha-extrato

           close arq-extrato-bolao
           .
       grava-extrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Completando e gravando uma linha do extrato (o liquido chega em
      *>  WS-LIQUIDO-BOLAO e e gravado com sinal separado)
      *>------------------------------------------------------------------------
       grava-linha-extrato section.
           move ws-bolao-codigo to ws-ext-bolao-codigo
           move ws-data-rateio to ws-ext-data
           move ws-origem-resultado to ws-ext-origem
           move ws-origem-id to ws-ext-origem-id

           if ws-liquido-bolao < 0
               move "-" to ws-ext-sinal-liquido
               compute ws-ext-liquido = 0 - ws-liquido-bolao
           else
               move "+" to ws-ext-sinal-liquido
               move ws-liquido-bolao to ws-ext-liquido
           end-if

           write ws-reg-extrato
           if ws-extrato-status not = "00"
               display "Erro ao gravar EXTRATOBOLAO.TXT - file status "
                       ws-extrato-status
               move 8 to return-code
               move "ERRO AO GRAVAR EXTRATOBOLAO.TXT" to ws-ops-motivo
           else
               add 1 to ws-ops-qtd-gravados
           end-if
           .
       grava-linha-extrato-exit.
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
           move "rateio_bolao" to ws-ops-programa
           move "BOLOES.TXT APURACOES.TXT LIVROCAIXA.TXT"
               to ws-ops-arq-entrada
           move "EXTRATOBOLAO.TXT" to ws-ops-arq-saida
           .
       identifica-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contadores do diario de operacoes: participantes do bolao e
      *>  registros de resultado lidos; as linhas do extrato sao contadas
      *>  na gravacao
      *>------------------------------------------------------------------------
       apura-contadores-operacao section.
           compute ws-ops-qtd-lidos = ws-qtd-participantes
                   + ws-qtd-linhas-invalidas
                   + ws-qtd-registros-resultado
           move ws-qtd-linhas-invalidas to ws-ops-qtd-rejeitados
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
           exit.
