               organization is line sequential
               file status is ws-premios-status.

           select arq-rateio assign to "RATEIOMASTER.DAT"
               organization is indexed
               access mode is dynamic
               record key is ws-rat-chave
               file status is ws-rateio-status.

           select arq-perfis assign to "PERFIS.TXT"
               organization is line sequential
               file status is ws-perfis-status.

           select arq-apuracoes assign to "APURACOES.TXT"
               organization is line sequential
               file status is ws-apuracoes-status.

           select arq-relatorio assign to dynamic ws-rel-nome-arquivo
               organization is line sequential
               file status is ws-relatorio-status.

           select arq-operacoes assign to "OPERACOES.LOG"
               organization is line sequential
               file status is ws-operacoes-status.

       i-o-control.

      *>Declaração de variáveis
                   15 filler                pic x(01) value spaces.
                   15 ws-prm-valor-faixa     pic 9(09)v99.

      *>----Rateio oficial por concurso mantido por importa_resultados,
      *>    na mesma chave perfil + concurso: o que cada faixa pagou de
      *>    verdade naquele concurso
       fd  arq-rateio.
       01 ws-reg-rateio.
           05 ws-rat-chave.
               10 ws-rat-perfil              pic 9(01).
               10 ws-rat-concurso            pic 9(05).
           05 ws-rat-acumulou                pic x(01).
           05 ws-rat-valor-acumulado         pic 9(13)v99.
           05 ws-rat-arrecadacao             pic 9(13)v99.
           05 ws-rat-faixas.
               10 ws-rat-faixa occurs 15.
                   15 ws-rat-ganhadores      pic 9(07).
                   15 ws-rat-premio-faixa    pic 9(11)v99.

      *>----Master de perfis de jogo mantido por cadastro_perfis
       fd  arq-perfis.
       01 ws-reg-perfil-master.
           05 ws-prf-num-max                 pic 9(02).
           05 filler                        pic x(01) value spaces.
           05 ws-prf-qtd-sorteio             pic 9(02).
      *>       programacao de sorteios (dias da semana e concurso especial),
      *>       mantida pelo cadastro de perfis e nao usada aqui
           05 filler                        pic x(34).

      *>----Apuracoes do lote: cada backtest acrescenta aqui o resultado
      *>    do lote no periodo (ID da apuracao, perfil, filtro, gasto e
      *>    ganho), lido pelo rateio de bolao
       fd  arq-apuracoes.
       01 ws-reg-apuracao.
           05 ws-apu-id                      pic x(16).
           05 filler                        pic x(01) value spaces.
           05 ws-apu-data                    pic 9(08).
           05 filler                        pic x(01) value spaces.
           05 ws-apu-perfil-codigo           pic 9(01).
           05 filler                        pic x(01) value spaces.
           05 ws-apu-lote                    pic x(20).
           05 filler                        pic x(01) value spaces.
           05 ws-apu-concurso-ini            pic 9(05).
           05 filler                        pic x(01) value spaces.
           05 ws-apu-concurso-fim            pic 9(05).
           05 filler                        pic x(01) value spaces.
           05 ws-apu-qtd-concursos           pic 9(06).
           05 filler                        pic x(01) value spaces.
           05 ws-apu-total-gasto             pic 9(15)v99.
           05 filler                        pic x(01) value spaces.
           05 ws-apu-total-ganho             pic 9(15)v99.


      *>----Relatorio impresso desta execucao (132 colunas)
       fd  arq-relatorio.
       01 ws-reg-relatorio                   pic x(132).


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
       77 ws-qtd-concursos-avaliados               pic 9(06) value zero.
       77 ws-qtd-concursos-fora-filtro             pic 9(06) value zero.

      *>----Rateio oficial do concurso em avaliacao; sem rateio no
      *>    arquivo o concurso paga pela tabela fixa de PREMIOS.TXT
       77 ws-rateio-status                         pic x(02).
       77 ws-arquivo-rateio                        pic x(01).
           88 ws-tem-arquivo-rateio                value "S".
           88 ws-sem-arquivo-rateio                value "N".
       77 ws-rateio-concurso                       pic x(01).
           88 ws-concurso-com-rateio               value "S".
           88 ws-concurso-sem-rateio               value "N".
       77 ws-qtd-concursos-com-rateio              pic 9(06) value zero.
       77 ws-qtd-concursos-sem-rateio              pic 9(06) value zero.

      *>----Apuracao do concurso em avaliacao: o premio real (rateio do
      *>    concurso) e o da tabela fixa, lado a lado
       77 ws-contagem-acertos                      pic 9(02).
       77 ws-melhor-acerto-concurso                pic 9(02).
       77 ws-premio-aposta                         pic 9(11)v99.
       77 ws-premio-tabela-aposta                  pic 9(11)v99.
       77 ws-premio-concurso                       pic 9(13)v99.
       77 ws-premio-tabela-concurso                pic 9(13)v99.

      *>----Totais acumulados do backtest
       01 ws-total-por-faixa occurs 15.
           05 ws-tot-qtd-faixa                     pic 9(10) value zero.
           05 ws-tot-premio-faixa                  pic 9(13)v99 value zero.
           05 ws-tot-premio-tabela-faixa           pic 9(13)v99 value zero.
       77 ws-total-gasto                           pic 9(15)v99 value zero.
       77 ws-total-ganho                           pic 9(15)v99 value zero.
       77 ws-total-ganho-tabela                    pic 9(15)v99 value zero.
       77 ws-resultado-liquido                     pic s9(15)v99.
       77 ws-resultado-liquido-tabela              pic s9(15)v99.
       77 ws-diferenca-real-tabela                 pic s9(15)v99.

      *>----Identificacao da apuracao gravada para o rateio de bolao:
      *>    data + hora, no mesmo formato do RUN ID do simulador
       77 ws-apuracoes-status                      pic x(02).
       01 ws-apuracao-id.
           05 ws-apuracao-id-data                  pic 9(08).
           05 ws-apuracao-id-hora                  pic 9(08).

      *>----Variaveis de edicao do relatorio
       77 ws-valor-edicao                          pic -zzz.zzz.zzz.zzz.zz9,99.
       77 ws-faixa-edicao                          pic z9.
       77 ws-concurso-data-edicao                  pic 9(08).

      *>----Linhas do relatorio impresso: concursos em que o lote
      *>    premiou e o resumo por faixa
       01 ws-rel-det-concurso.
           05 filler                               pic x(01) value spaces.
           05 filler                               pic x(03) value spaces.
           05 ws-rdc-concurso                      pic 9(05).
           05 filler                               pic x(01) value spaces.
           05 ws-rdc-data                          pic x(10).
           05 filler                               pic x(01) value spaces.
           05 filler                               pic x(05) value spaces.
           05 ws-rdc-acertos                       pic z9.
           05 filler                               pic x(01) value spaces.
           05 ws-rdc-premio-real                   pic --.---.---.---.---.--9,99.
           05 filler                               pic x(01) value spaces.
           05 ws-rdc-premio-tabela                 pic --.---.---.---.---.--9,99.
           05 filler                               pic x(01) value spaces.
           05 ws-rdc-rateio                        pic x(07).
           05 filler                               pic x(44) value spaces.
       01 ws-rel-col-concurso-1.
           05 filler                               pic x(44)
                  value " CONCURSO DATA        MELHOR               P".
           05 filler                               pic x(44)
                  value "REMIO REAL               PREMIO PELA RATEIO ".
           05 filler                               pic x(44) value spaces.
       01 ws-rel-col-concurso-2.
           05 filler                               pic x(44)
                  value "                      ACERTO              DO".
           05 filler                               pic x(44)
                  value " LOTE (R$)               TABELA (R$) OFICIAL".
           05 filler                               pic x(44) value spaces.
       01 ws-rel-det-faixa.
           05 filler                               pic x(01) value spaces.
           05 filler                               pic x(03) value spaces.
           05 ws-rdf-faixa                         pic z9.
           05 filler                               pic x(01) value spaces.
           05 filler                               pic x(04) value spaces.
           05 ws-rdf-vezes                         pic zzzzzzzzz9.
           05 filler                               pic x(01) value spaces.
           05 ws-rdf-premio-real                   pic --.---.---.---.---.--9,99.
           05 filler                               pic x(01) value spaces.
           05 ws-rdf-premio-tabela                 pic --.---.---.---.---.--9,99.
           05 filler                               pic x(59) value spaces.
       01 ws-rel-col-faixa-1.
           05 filler                               pic x(44)
                  value " FAIXA VEZES ATINGIDA          PREMIO REAL (".
           05 filler                               pic x(44)
                  value "R$)        PREMIO TABELA (R$)               ".
           05 filler                               pic x(44) value spaces.
       01 ws-rel-data-concurso.
           05 ws-rdt-dia                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-rdt-mes                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-rdt-ano                           pic 9(04).
       77 ws-rel-qtd-concursos-premiados           pic 9(06) value zero.

       01 ws-vars-trabalho.
           05 i                                    pic 9(02).
           05 j                                    pic 9(02).


      *>----Relatorio impresso: 132 colunas e 60 linhas por pagina, com
      *>    cabecalho e titulos de coluna repetidos em toda pagina e
      *>    rodape de totais de controle; um arquivo por execucao, com a
      *>    data e a hora de emissao no nome
       77 ws-relatorio-status                      pic x(02).
       77 ws-rel-nome-arquivo                      pic x(40).
       77 ws-rel-prefixo                           pic x(20).
       77 ws-rel-situacao                          pic x(01) value "N".
           88 ws-relatorio-aberto                  value "S".
           88 ws-relatorio-fechado                 value "N".
       77 ws-rel-linhas-pagina                     pic 9(03) value 60.
       77 ws-rel-linha-atual                       pic 9(03) value 999.
       77 ws-rel-avanco                            pic 9(01).
       77 ws-rel-pagina                            pic 9(04) value zero.
       01 ws-rel-data-emissao.
           05 ws-rel-ano                           pic 9(04).
           05 ws-rel-mes                           pic 9(02).
           05 ws-rel-dia                           pic 9(02).
       01 ws-rel-hora-emissao.
           05 ws-rel-hh                            pic 9(02).
           05 ws-rel-mm                            pic 9(02).
           05 ws-rel-ss                            pic 9(02).
           05 ws-rel-cc                            pic 9(02).
       77 ws-rel-linha                             pic x(132).
       77 ws-rel-titulo-secao                      pic x(132) value spaces.
       77 ws-rel-colunas-1                         pic x(132) value spaces.
       77 ws-rel-colunas-2                         pic x(132) value spaces.
       77 ws-rel-tracos                            pic x(132) value all "-".
       01 ws-rel-cabecalho-1.
           05 filler                               pic x(30)
                   value "LOTERIA - SIMULADOR DE APOSTAS".
           05 filler                               pic x(04) value spaces.
           05 ws-rc1-relatorio                     pic x(60).
           05 filler                               pic x(26) value spaces.
           05 filler                               pic x(08) value "PAGINA: ".
           05 ws-rc1-pagina                        pic zzz9.
       01 ws-rel-cabecalho-2.
           05 filler                               pic x(09) value "EMISSAO: ".
           05 ws-rc2-dia                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-rc2-mes                           pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ws-rc2-ano                           pic 9(04).
           05 filler                               pic x(01) value spaces.
           05 ws-rc2-hh                            pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ws-rc2-mm                            pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ws-rc2-ss                            pic 9(02).
           05 filler                               pic x(04) value spaces.
           05 ws-rc2-rotulo-filtro                 pic x(08).
           05 ws-rc2-filtro                        pic x(92).
       01 ws-rel-linha-total.
           05 filler                               pic x(02) value spaces.
           05 ws-rlt-rotulo                        pic x(45).
           05 ws-rlt-numero                        pic x(30).
           05 filler                               pic x(55) value spaces.
       77 ws-rel-qtd-edicao                        pic zz.zzz.zzz.zzz.zzz.zz9.
       77 ws-rel-valor-edicao                      pic --.---.---.---.---.--9,99.

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
           perform carrega-perfis.
           perform seleciona-perfil.
           perform recebe-filtros.
           perform carrega-lote-apostas.
           perform processa-concursos.
           perform exibe-totais.
           perform grava-apuracao-lote.
           perform finaliza.

      *>------------------------------------------------------------------------
               display "Perfil invalido ou nao cadastrado - backtest "
                       "cancelado."
               move 8 to return-code
               move "PERFIL INVALIDO OU NAO CADASTRADO" to ws-ops-motivo
               perform finaliza
           end-if

                       "cancelado (sem valores de premiacao nao ha o "
                       "que apurar)."
               move 8 to return-code
               move "PREMIOS.TXT NAO ENCONTRADO" to ws-ops-motivo
               perform finaliza
           else
               set ws-premios-continua to true
                   display "PREMIOS.TXT nao tem registro para o perfil "
                           ws-perfil-nome " - backtest cancelado."
                   move 8 to return-code
                   move "PREMIOS.TXT SEM REGISTRO PARA O PERFIL"
                       to ws-ops-motivo
                   perform finaliza
               end-if
           end-if
           if ws-apostas-status = "35"
               display "Nenhum APOSTAS.TXT encontrado - nada a avaliar."
               move 8 to return-code
               move "APOSTAS.TXT NAO ENCONTRADO" to ws-ops-motivo
               perform finaliza
           end-if

           if ws-qtd-apostas = 0
               display "Nenhuma aposta valida no lote - nada a avaliar."
               move 8 to return-code
               move "NENHUMA APOSTA VALIDA NO LOTE" to ws-ops-motivo
               perform finaliza
           end-if

               display "Nenhum RESULTADOSMASTER.DAT encontrado - nada a "
                       "avaliar."
               move 8 to return-code
               move "RESULTADOSMASTER.DAT NAO ENCONTRADO"
                   to ws-ops-motivo
               perform finaliza
           end-if

           open input arq-rateio
           if ws-rateio-status = "35"
               display "Nenhum RATEIOMASTER.DAT encontrado - todos os "
                       "concursos pagos pela tabela fixa de PREMIOS.TXT."
               set ws-sem-arquivo-rateio to true
           else
               set ws-tem-arquivo-rateio to true
           end-if

           move "BACKTESTAPOSTAS" to ws-rel-prefixo
           move spaces to ws-rc1-relatorio
           string "BACKTEST DO LOTE CONTRA OS CONCURSOS OFICIAIS - "
                                                  delimited by size
                  ws-perfil-nome                  delimited by "  "
                  into ws-rc1-relatorio
           end-string
           move "FILTRO: " to ws-rc2-rotulo-filtro
           move spaces to ws-rc2-filtro
           string "CONCURSOS "                    delimited by size
                  ws-filtro-concurso-ini          delimited by size
                  " A "                           delimited by size
                  ws-filtro-concurso-fim          delimited by size
                  " - DATAS "                     delimited by size
                  ws-filtro-data-ini              delimited by size
                  " A "                           delimited by size
                  ws-filtro-data-fim              delimited by size
                  " - LOTE APOSTAS.TXT"           delimited by size
                  into ws-rc2-filtro
           end-string
           perform abre-relatorio

           move "CONCURSOS COM PREMIO" to ws-rel-titulo-secao
           move ws-rel-col-concurso-1 to ws-rel-colunas-1
           move ws-rel-col-concurso-2 to ws-rel-colunas-2
           perform inicia-secao-relatorio

           display " "
           display "CONCURSOS COM PREMIO (concurso, data, melhor acerto, "
                   "premio real do lote, premio pela tabela fixa):"

           set ws-resultados-reais-continua to true

           end-perform

           close arq-resultados-reais
           if ws-tem-arquivo-rateio
               close arq-rateio
           end-if
           .
       processa-concursos-exit.
           exit.
           add 1 to ws-qtd-concursos-avaliados
           move zero to ws-melhor-acerto-concurso
           move zero to ws-premio-concurso
           move zero to ws-premio-tabela-concurso
           perform le-rateio-concurso

           perform varying ws-idx-aposta from 1 by 1
                   until ws-idx-aposta > ws-qtd-apostas

               if ws-contagem-acertos > 0
                   add 1 to ws-tot-qtd-faixa(ws-contagem-acertos)
                   compute ws-premio-tabela-aposta rounded =
                           ws-valor-premio-faixa(ws-contagem-acertos)
                   perform define-premio-real
                   add ws-premio-aposta
                       to ws-tot-premio-faixa(ws-contagem-acertos)
                   add ws-premio-tabela-aposta
                       to ws-tot-premio-tabela-faixa(ws-contagem-acertos)
                   add ws-premio-aposta to ws-premio-concurso
                   add ws-premio-tabela-aposta
                       to ws-premio-tabela-concurso
                   add ws-premio-aposta to ws-total-ganho
                   add ws-premio-tabela-aposta to ws-total-ganho-tabela
                   if ws-contagem-acertos > ws-melhor-acerto-concurso
                       move ws-contagem-acertos
                           to ws-melhor-acerto-concurso

      *>       so os concursos em que o lote premiou viram linha de
      *>       detalhe; os demais entram apenas nos totais
           if ws-premio-concurso > 0 or ws-premio-tabela-concurso > 0
               move ws-res-data to ws-concurso-data-edicao
               move ws-premio-concurso to ws-valor-edicao
               display "  " ws-res-concurso " "
                       ws-concurso-data-edicao(5:2) "-"
                       ws-concurso-data-edicao(7:2) "  "
                       ws-melhor-acerto-concurso " dezenas  R$ "
                       ws-valor-edicao with no advancing
               move ws-premio-tabela-concurso to ws-valor-edicao
               if ws-concurso-com-rateio
                   display "  tabela R$ " ws-valor-edicao
               else
                   display "  tabela R$ " ws-valor-edicao " (sem rateio)"
               end-if

               add 1 to ws-rel-qtd-concursos-premiados
               move ws-res-concurso to ws-rdc-concurso
               move ws-concurso-data-edicao(7:2) to ws-rdt-dia
               move ws-concurso-data-edicao(5:2) to ws-rdt-mes
               move ws-concurso-data-edicao(1:4) to ws-rdt-ano
               move ws-rel-data-concurso to ws-rdc-data
               move ws-melhor-acerto-concurso to ws-rdc-acertos
               move ws-premio-concurso to ws-rdc-premio-real
               move ws-premio-tabela-concurso to ws-rdc-premio-tabela
               if ws-concurso-com-rateio
                   move "SIM" to ws-rdc-rateio
               else
                   move "NAO" to ws-rdc-rateio
               end-if
               move ws-rel-det-concurso to ws-rel-linha
               perform imprime-linha-relatorio
           end-if
           .
       avalia-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lendo pela chave o rateio oficial do concurso em avaliacao
      *>------------------------------------------------------------------------
       le-rateio-concurso section.
           set ws-concurso-sem-rateio to true
           if ws-tem-arquivo-rateio
               move ws-res-perfil   to ws-rat-perfil
               move ws-res-concurso to ws-rat-concurso
               read arq-rateio
                   invalid key
                       continue
                   not invalid key
                       set ws-concurso-com-rateio to true
               end-read
           end-if

           if ws-concurso-com-rateio
               add 1 to ws-qtd-concursos-com-rateio
           else
               add 1 to ws-qtd-concursos-sem-rateio
           end-if
           .
       le-rateio-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Definindo o premio real de uma aposta na faixa atingida: o que
      *>  a faixa pagou por ganhador no concurso. Faixa sem ganhador
      *>  oficial nao tem valor pago: na faixa principal acumulada vale
      *>  o acumulado (o que um ganhador unico teria levado), nas demais
      *>  vale a tabela fixa, como no concurso sem rateio
      *>------------------------------------------------------------------------
       define-premio-real section.
           if ws-concurso-sem-rateio
               move ws-premio-tabela-aposta to ws-premio-aposta
           else
           if ws-rat-ganhadores(ws-contagem-acertos) > 0
               move ws-rat-premio-faixa(ws-contagem-acertos)
                   to ws-premio-aposta
           else
           if ws-contagem-acertos = ws-perfil-qtd-sorteio
                   and ws-rat-acumulou = "S"
               move ws-rat-valor-acumulado to ws-premio-aposta
           else
               move ws-premio-tabela-aposta to ws-premio-aposta
           end-if
           end-if
           end-if
           .
       define-premio-real-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibindo os totais do backtest: faixas atingidas, premios por
      *>  faixa, gasto total e resultado liquido do periodo
           display "Concursos fora do filtro      : " ws-qtd-edicao
           move ws-qtd-apostas to ws-qtd-edicao
           display "Apostas avaliadas por concurso: " ws-qtd-edicao
           move ws-qtd-concursos-com-rateio to ws-qtd-edicao
           display "Concursos com rateio oficial  : " ws-qtd-edicao
           move ws-qtd-concursos-sem-rateio to ws-qtd-edicao
           display "Concursos pela tabela fixa    : " ws-qtd-edicao

           if ws-qtd-concursos-avaliados = 0
               display "Nenhum concurso do perfil no periodo filtrado."
               move 4 to return-code
               move "NENHUM CONCURSO DO PERFIL NO PERIODO"
                   to ws-ops-motivo
               perform finaliza
           end-if

           move "RESUMO POR FAIXA DE ACERTOS" to ws-rel-titulo-secao
           move ws-rel-col-faixa-1 to ws-rel-colunas-1
           move spaces to ws-rel-colunas-2
           perform inicia-secao-relatorio

           display " "
           display "FAIXA  VEZES ATINGIDA   PREMIO REAL (R$)        "
                   "   PREMIO TABELA (R$)"
           perform varying i from 1 by 1
                   until i > ws-perfil-qtd-sorteio
               move i to ws-faixa-edicao
               move ws-tot-qtd-faixa(i) to ws-qtd-edicao
               move ws-tot-premio-faixa(i) to ws-valor-edicao
               display "  " ws-faixa-edicao "    " ws-qtd-edicao "  "
                       ws-valor-edicao with no advancing
               move ws-tot-premio-tabela-faixa(i) to ws-valor-edicao
               display "  " ws-valor-edicao

               move i to ws-rdf-faixa
               move ws-tot-qtd-faixa(i) to ws-rdf-vezes
               move ws-tot-premio-faixa(i) to ws-rdf-premio-real
               move ws-tot-premio-tabela-faixa(i) to ws-rdf-premio-tabela
               move ws-rel-det-faixa to ws-rel-linha
               perform imprime-linha-relatorio
           end-perform

           compute ws-resultado-liquido =
                   ws-total-ganho - ws-total-gasto
           compute ws-resultado-liquido-tabela =
                   ws-total-ganho-tabela - ws-total-gasto
           compute ws-diferenca-real-tabela =
                   ws-total-ganho - ws-total-ganho-tabela

           display " "
           display "Demonstrativo financeiro do periodo (R$), pelo premio "
                   "real de cada concurso:"
           move ws-total-gasto to ws-valor-edicao
           display "  Total gasto em apostas   : " ws-valor-edicao
           move ws-total-ganho to ws-valor-edicao
           display "  Total ganho nas faixas   : " ws-valor-edicao
           move ws-resultado-liquido to ws-valor-edicao
           display "  Resultado liquido        : " ws-valor-edicao
           display "  Pela tabela fixa de PREMIOS.TXT:"
           move ws-total-ganho-tabela to ws-valor-edicao
           display "  Total ganho nas faixas   : " ws-valor-edicao
           move ws-resultado-liquido-tabela to ws-valor-edicao
           display "  Resultado liquido        : " ws-valor-edicao
           move ws-diferenca-real-tabela to ws-valor-edicao
           display "  Real menos tabela        : " ws-valor-edicao
           .
       exibe-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acrescentando a APURACOES.TXT o resultado do lote no periodo,
      *>  para o rateio de bolao dividir o ganho pelas cotas
      *>------------------------------------------------------------------------
       grava-apuracao-lote section.
           accept ws-apuracao-id-data from date yyyymmdd
           accept ws-apuracao-id-hora from time

           move spaces to ws-reg-apuracao
           move ws-apuracao-id to ws-apu-id
           move ws-apuracao-id-data to ws-apu-data
           move ws-perfil-codigo to ws-apu-perfil-codigo
           move "APOSTAS.TXT" to ws-apu-lote
           move ws-filtro-concurso-ini to ws-apu-concurso-ini
           move ws-filtro-concurso-fim to ws-apu-concurso-fim
           move ws-qtd-concursos-avaliados to ws-apu-qtd-concursos
           move ws-total-gasto to ws-apu-total-gasto
           move ws-total-ganho to ws-apu-total-ganho

           open extend arq-apuracoes
           if ws-apuracoes-status = "35"
               open output arq-apuracoes
           end-if

           write ws-reg-apuracao
           if ws-apuracoes-status not = "00"
               display "Erro ao gravar APURACOES.TXT - file status "
                       ws-apuracoes-status
           else
               add 1 to ws-ops-qtd-gravados
               display " "
               display "Apuracao do lote gravada sob o ID " ws-apuracao-id
           end-if

           close arq-apuracoes
           .
       grava-apuracao-lote-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais de controle do rodape do relatorio impresso
      *>------------------------------------------------------------------------
       imprime-rodape-relatorio section.
           move "Concursos avaliados" to ws-rlt-rotulo
           move ws-qtd-concursos-avaliados to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Concursos fora do filtro de data" to ws-rlt-rotulo
           move ws-qtd-concursos-fora-filtro to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Concursos com premio para o lote" to ws-rlt-rotulo
           move ws-rel-qtd-concursos-premiados to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Concursos com rateio oficial" to ws-rlt-rotulo
           move ws-qtd-concursos-com-rateio to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Concursos pela tabela fixa" to ws-rlt-rotulo
           move ws-qtd-concursos-sem-rateio to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Apostas avaliadas por concurso" to ws-rlt-rotulo
           move ws-qtd-apostas to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           compute ws-resultado-liquido =
                   ws-total-ganho - ws-total-gasto
           compute ws-resultado-liquido-tabela =
                   ws-total-ganho-tabela - ws-total-gasto

           move "Total gasto em apostas (R$)" to ws-rlt-rotulo
           move ws-total-gasto to ws-rel-valor-edicao
           move ws-rel-valor-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Total ganho pelo premio real (R$)" to ws-rlt-rotulo
           move ws-total-ganho to ws-rel-valor-edicao
           move ws-rel-valor-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Resultado liquido pelo premio real (R$)"
               to ws-rlt-rotulo
           move ws-resultado-liquido to ws-rel-valor-edicao
           move ws-rel-valor-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Total ganho pela tabela fixa (R$)" to ws-rlt-rotulo
           move ws-total-ganho-tabela to ws-rel-valor-edicao
           move ws-rel-valor-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Resultado liquido pela tabela fixa (R$)"
               to ws-rlt-rotulo
           move ws-resultado-liquido-tabela to ws-rel-valor-edicao
           move ws-rel-valor-edicao to ws-rlt-numero
           perform imprime-total-relatorio
           .
       imprime-rodape-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abrindo o relatorio impresso desta execucao, com a data e a
      *>  hora de emissao no nome do arquivo; WS-REL-PREFIXO,
      *>  WS-RC1-RELATORIO e o filtro do cabecalho ja vem preenchidos.
      *>  Sem o arquivo o relatorio continua saindo na tela
      *>------------------------------------------------------------------------
       abre-relatorio section.
           accept ws-rel-data-emissao from date yyyymmdd
           accept ws-rel-hora-emissao from time

           move spaces to ws-rel-nome-arquivo
           string ws-rel-prefixo      delimited by space
                  "_"                 delimited by size
                  ws-rel-data-emissao delimited by size
                  "_"                 delimited by size
                  ws-rel-hh           delimited by size
                  ws-rel-mm           delimited by size
                  ws-rel-ss           delimited by size
                  ".TXT"              delimited by size
                  into ws-rel-nome-arquivo
           end-string

           move ws-rel-dia to ws-rc2-dia
           move ws-rel-mes to ws-rc2-mes
           move ws-rel-ano to ws-rc2-ano
           move ws-rel-hh  to ws-rc2-hh
           move ws-rel-mm  to ws-rc2-mm
           move ws-rel-ss  to ws-rc2-ss

           open output arq-relatorio
           if ws-relatorio-status not = "00"
               display "Aviso: nao foi possivel criar o relatorio "
                       "impresso " ws-rel-nome-arquivo " - file status "
                       ws-relatorio-status
           else
               set ws-relatorio-aberto to true
               move zero to ws-rel-pagina
               move 999 to ws-rel-linha-atual
           end-if
           .
       abre-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprimindo WS-REL-LINHA, com quebra de pagina quando a pagina
      *>  enche
      *>------------------------------------------------------------------------
       imprime-linha-relatorio section.
           if ws-relatorio-aberto
               if ws-rel-linha-atual >= ws-rel-linhas-pagina
                   perform imprime-cabecalho-pagina
               end-if
               write ws-reg-relatorio from ws-rel-linha
                   after advancing 1 line
               add 1 to ws-rel-linha-atual
               add 1 to ws-ops-qtd-gravados
           end-if
           move spaces to ws-rel-linha
           .
       imprime-linha-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprimindo uma linha de total de controle (rotulo e valor ja
      *>  editado em WS-REL-LINHA-TOTAL)
      *>------------------------------------------------------------------------
       imprime-total-relatorio section.
           move ws-rel-linha-total to ws-rel-linha
           perform imprime-linha-relatorio
           move spaces to ws-rlt-rotulo
           move spaces to ws-rlt-numero
           .
       imprime-total-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cabecalho de pagina: sistema, relatorio, emissao, filtro e
      *>  pagina, seguidos do titulo e das colunas da secao corrente
      *>------------------------------------------------------------------------
       imprime-cabecalho-pagina section.
           add 1 to ws-rel-pagina
           move ws-rel-pagina to ws-rc1-pagina

           write ws-reg-relatorio from ws-rel-cabecalho-1
               after advancing page
           write ws-reg-relatorio from ws-rel-cabecalho-2
               after advancing 1 line
           write ws-reg-relatorio from ws-rel-tracos
               after advancing 1 line
           move 3 to ws-rel-linha-atual

           perform imprime-titulos-secao
           .
       imprime-cabecalho-pagina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprimindo o titulo e os titulos de coluna da secao corrente
      *>------------------------------------------------------------------------
       imprime-titulos-secao section.
           move 2 to ws-rel-avanco
           if ws-rel-titulo-secao not = spaces
               write ws-reg-relatorio from ws-rel-titulo-secao
                   after advancing ws-rel-avanco lines
               add ws-rel-avanco to ws-rel-linha-atual
               move 1 to ws-rel-avanco
           end-if

           if ws-rel-colunas-1 not = spaces
               write ws-reg-relatorio from ws-rel-colunas-1
                   after advancing ws-rel-avanco lines
               add ws-rel-avanco to ws-rel-linha-atual
               if ws-rel-colunas-2 not = spaces
                   write ws-reg-relatorio from ws-rel-colunas-2
                       after advancing 1 line
                   add 1 to ws-rel-linha-atual
               end-if
               write ws-reg-relatorio from ws-rel-tracos
                   after advancing 1 line
               add 1 to ws-rel-linha-atual
           end-if
           .
       imprime-titulos-secao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Iniciando uma secao do relatorio com o titulo e as colunas ja
      *>  movidos; sem espaco para ela e algumas linhas, vira a pagina
      *>------------------------------------------------------------------------
       inicia-secao-relatorio section.
           if ws-relatorio-aberto
               if ws-rel-linha-atual + 8 > ws-rel-linhas-pagina
                   perform imprime-cabecalho-pagina
               else
                   perform imprime-titulos-secao
               end-if
           end-if
           .
       inicia-secao-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fechando o relatorio impresso com o rodape de totais de
      *>  controle
      *>------------------------------------------------------------------------
       fecha-relatorio section.
           if ws-relatorio-aberto
               move "TOTAIS DE CONTROLE" to ws-rel-titulo-secao
               move spaces to ws-rel-colunas-1
               move spaces to ws-rel-colunas-2
               perform inicia-secao-relatorio
               perform imprime-rodape-relatorio

               move spaces to ws-rel-linha
               perform imprime-linha-relatorio
               move "*** FIM DO RELATORIO ***" to ws-rel-linha
               perform imprime-linha-relatorio

               close arq-relatorio
               set ws-relatorio-fechado to true
               display "Relatorio impresso gravado em "
                       ws-rel-nome-arquivo
           end-if
           .
       fecha-relatorio-exit.
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
           move "backtest_apostas" to ws-ops-programa
           move spaces to ws-ops-arq-entrada
           string "PERFIS.TXT PREMIOS.TXT APOSTAS.TXT "
                  "RESULTADOSMASTER.DAT RATEIOMASTER.DAT"
                  delimited by size into ws-ops-arq-entrada
           end-string
           move "APURACOES.TXT" to ws-ops-arq-saida
           .
       identifica-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contadores do diario de operacoes: apostas do lote e concursos
      *>  lidos; gravados sao a apuracao do lote e as linhas de detalhe
      *>  do relatorio impresso
      *>------------------------------------------------------------------------
       apura-contadores-operacao section.
           compute ws-ops-qtd-lidos = ws-qtd-apostas
                   + ws-qtd-apostas-invalidas
                   + ws-qtd-concursos-avaliados
                   + ws-qtd-concursos-fora-filtro
           move ws-qtd-apostas-invalidas to ws-ops-qtd-rejeitados
           if ws-rel-pagina > 0
               string "APURACOES.TXT "    delimited by size
                      ws-rel-nome-arquivo delimited by space
                      into ws-ops-arq-saida
               end-string
           end-if
           .
       apura-contadores-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.
           perform fecha-relatorio
           perform registra-fim-operacao
           Stop run
           .
       finaliza-exit.
