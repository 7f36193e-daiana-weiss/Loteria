               organization is line sequential
               file status is ws-runid-status.

           select arq-calendario assign to "CALENDARIO.TXT"
               organization is line sequential
               file status is ws-calendario-status.

           select arq-operacoes assign to "OPERACOES.LOG"
               organization is line sequential
               file status is ws-operacoes-status.

       i-o-control.

      *>Declaração de variáveis
           05 ws-sem-seq                     pic 9(08).
           05 filler                        pic x(01) value spaces.
           05 ws-sem-valor                   pic 9(10).
      *>    execucao com semente mestre: uma unica linha de cabecalho, com
      *>    MESTRE no lugar da sequencia, o perfil e a semente mestre da
      *>    qual todos os sorteios da execucao sao derivados
       01 ws-reg-semente-mestre.
           05 ws-smt-run-id                  pic x(16).
           05 filler                        pic x(01).
           05 ws-smt-modo                    pic x(06).
               88 ws-smt-cabecalho-mestre    value "MESTRE".
           05 filler                        pic x(01).
           05 ws-smt-perfil-codigo           pic 9(01).
           05 filler                        pic x(01).
           05 ws-smt-semente-mestre          pic 9(10).

      *>----Tabela mestre de premios: por perfil, o preco do bilhete simples
      *>    e o valor pago em cada faixa de acertos (1 a 15 dezenas)
       fd  arq-runid.
       01 ws-reg-runid                       pic x(16).

      *>----Calendario de datas sem sorteio mantido por cadastro_perfis:
      *>    data, perfil atingido (zero = todos) e descricao
       fd  arq-calendario.
       01 ws-reg-calendario.
           05 ws-cal-data                    pic 9(08).
           05 filler                        pic x(01).
           05 ws-cal-perfil                  pic 9(01).
           05 filler                        pic x(01).
           05 ws-cal-descricao               pic x(30).

      *>----Master de perfis de jogo mantido por cadastro_perfis: um jogo
      *>    novo entra por dados, sem mudanca de programa
       fd  arq-perfis.
           05 ws-prf-num-max                 pic 9(02).
           05 filler                        pic x(01) value spaces.
           05 ws-prf-qtd-sorteio             pic 9(02).
      *>       programacao de sorteios: S/N de domingo a sabado e o concurso
      *>       especial anual (DDMM, zero = nenhum)
           05 filler                        pic x(01) value spaces.
           05 ws-prf-dias-sorteio            pic x(07).
           05 filler                        pic x(01) value spaces.
           05 ws-prf-especial-ddmm           pic 9(04).
           05 filler                        pic x(01) value spaces.
           05 ws-prf-especial-nome           pic x(20).


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
           05 ws-perfil-num-min                    pic 9(02).
           05 ws-perfil-num-max                    pic 9(02).
           05 ws-perfil-qtd-sorteio                pic 9(02).
           05 ws-perfil-dias-sorteio               pic x(07).
           05 ws-perfil-especial-ddmm              pic 9(04).
           05 ws-perfil-especial-nome              pic x(20).

       77 ws-valor-invalido                        pic 9(02).
       77 ws-qtd-num-maximo                        pic 9(02).
           05 ws-tab-prf-num-min                   pic 9(02).
           05 ws-tab-prf-num-max                   pic 9(02).
           05 ws-tab-prf-qtd-sorteio               pic 9(02).
           05 ws-tab-prf-dias-sorteio              pic x(07).
           05 ws-tab-prf-especial-ddmm             pic 9(04).
           05 ws-tab-prf-especial-nome             pic x(20).

      *>----Calendario de datas sem sorteio, de todos os perfis; a maior
      *>    data marca ate onde o calendario precisa ser consultado
       77 ws-calendario-status                     pic x(02).
       77 ws-fim-calendario                        pic x(01).
           88 ws-calendario-fim                    value "S".
           88 ws-calendario-continua               value "N".
       77 ws-qtd-datas-calendario                  pic 9(04) value zero.
       77 ws-datas-calendario-limite               pic 9(04) value 1000.
       77 ws-idx-calendario                        pic 9(04).
       77 ws-ultima-data-calendario                pic 9(08) value zero.
       01 ws-tabela-calendario occurs 1000.
           05 ws-tcal-data                         pic 9(08).
           05 ws-tcal-perfil                       pic 9(01).

      *>----Projecao de uma quantidade de sorteios no calendario real:
      *>    jogando todos os sorteios do perfil a partir de hoje, em que
      *>    data cairia o ultimo deles. Depois do calendario de datas sem
      *>    sorteio a programacao se repete a cada 400 anos (146097
      *>    dias), o que permite saltar ciclos inteiros; o ano resultante
      *>    pode passar de 9999 e por isso e guardado a parte
       77 ws-proj-qtd-sorteios                     pic 9(10).
       77 ws-proj-restante                         pic 9(10).
       77 ws-proj-ciclos                           pic 9(10).
       77 ws-proj-sorteios-ciclo                   pic 9(10).
       77 ws-proj-sorteios-ano                     pic 9(05).
       77 ws-proj-data-inicial                     pic 9(08).
       77 ws-proj-dia-inicial                      pic 9(08).
       77 ws-proj-dia                              pic 9(08).
       77 ws-proj-dia-aux                          pic 9(08).
       77 ws-proj-dia-limite                       pic 9(08).
       77 ws-proj-dia-semana                       pic 9(01).
       77 ws-proj-dias-ano                         pic 9(03).
       77 ws-proj-deslocamento                     pic 9(02).
       77 ws-proj-ano-ciclo                        pic 9(04).
       77 ws-proj-quociente                        pic 9(08).
       77 ws-proj-ano-final                        pic 9(11).
       77 ws-proj-total-dias                       pic 9(15).
       77 ws-proj-anos                             pic 9(11)v9.
       77 ws-proj-gasto                            pic 9(15)v99.
       01 ws-proj-data.
           05 ws-proj-ano                          pic 9(04).
           05 ws-proj-mes                          pic 9(02).
           05 ws-proj-dia-mes                      pic 9(02).
       01 ws-proj-data-num redefines ws-proj-data  pic 9(08).
       77 ws-proj-situacao                         pic x(01).
           88 ws-projecao-ok                       value "S".
           88 ws-projecao-sem-programacao          value "N".
       77 ws-proj-dia-sorteio                      pic x(01).
           88 ws-proj-tem-sorteio                  value "S".
           88 ws-proj-sem-sorteio                  value "N".
       77 ws-proj-fase-calendario                  pic x(01).
           88 ws-proj-no-calendario                value "S".
           88 ws-proj-alem-do-calendario           value "N".
       77 ws-proj-data-edicao                      pic x(20).
       77 ws-proj-ano-edicao                       pic z(10)9.
       77 ws-proj-brancos                          pic 9(02).
       77 ws-proj-anos-edicao                      pic zzz.zzz.zzz.zz9,9.
       77 ws-proj-data-inicio-edicao               pic x(20).
       77 ws-tent-primeiro-jackpot                 pic 9(10) value zero.

      *>----Variaveis de faixas de acerto simultaneo por sorteio
       01 ws-contagem-acertos occurs 15.
       77 ws-hora-final                            pic 9(06).
       77 ws-tempo-gasto                           pic 9(06).

      *>----Medicao do desempenho da simulacao: tempo decorrido real
      *>    (data + hora com centesimos, atravessando a meia-noite) e
      *>    sorteios por segundo
       77 ws-data-inicio-medicao                   pic 9(08).
       01 ws-hora-inicio-medicao.
           05 ws-hin-hh                            pic 9(02).
           05 ws-hin-mm                            pic 9(02).
           05 ws-hin-sscc                          pic 9(04).
       77 ws-data-fim-medicao                      pic 9(08).
       01 ws-hora-fim-medicao.
           05 ws-hfm-hh                            pic 9(02).
           05 ws-hfm-mm                            pic 9(02).
           05 ws-hfm-sscc                          pic 9(04).
       77 ws-tent-inicio-medicao                   pic 9(10).
       77 ws-sorteios-medidos                      pic 9(10).
       77 ws-centesimos-decorridos                 pic 9(13).
       77 ws-sorteios-por-segundo                  pic 9(10)v99.
       77 ws-medicao-edicao                        pic z.zzz.zzz.zz9,99.


       77 ws-aux                                      pic 9(02).

           05 ws-real-qtd-sorteio                       pic 9(02).
           05 ws-real-numeros occurs 15                 pic 9(02).

      *>----Indice de busca dos resultados oficiais: as dezenas de cada
      *>    concurso em ordem crescente (a mesma ordem de
      *>    WS-NUM-SORT-REL-ITEM) seguidas da posicao do concurso na
      *>    tabela acima, ordenado uma vez na carga; cada sorteio simulado
      *>    e localizado por pesquisa binaria em vez de varrer todos os
      *>    concursos. Concursos com dezenas iguais ficam lado a lado, na
      *>    ordem da tabela
       77 ws-qtd-chaves-reais                           pic 9(05) value zero.
       77 ws-chv-idx                                    pic 9(05).
       77 ws-chv-pos                                    pic 9(05).
       77 ws-chv-intervalo                              pic 9(05).
       77 ws-chv-inicio                                 pic 9(05).
       77 ws-chv-fim                                    pic 9(05).
       77 ws-chv-meio                                   pic 9(05).
       77 ws-chv-dez-i                                  pic 9(02).
       77 ws-chv-dez-j                                  pic 9(02).
       77 ws-chv-dez-aux                                pic 9(02).
       77 ws-chv-deslocando                             pic x(01).
           88 ws-chv-desloca-mais                       value "S".
           88 ws-chv-desloca-fim                        value "N".
       77 ws-chv-percorrendo                            pic x(01).
           88 ws-chv-percorre-mais                      value "S".
           88 ws-chv-percorre-fim                       value "N".
       01 ws-chave-busca.
           05 ws-chave-busca-dezena occurs 15           pic 9(02).
       01 ws-chave-troca                                pic x(35).
       01 ws-tabela-chaves-reais occurs 30000.
           05 ws-chv-chave.
               10 ws-chv-dezenas                        pic x(30).
               10 ws-chv-indice                         pic 9(05).

      *>----Auditoria e replay das sementes de sorteio
       77 ws-sementes-status                            pic x(02).
       77 ws-run-id-data                                pic 9(08).
       01 ws-tabela-sementes-replay occurs 200000.
           05 ws-replay-semente                         pic 9(10).

      *>----Modo de sementes: (T)empo, uma semente do relogio por dezena,
      *>    cada uma gravada no log; ou semente (M)estre, em que toda a
      *>    execucao e um fluxo deterministico (gerador congruencial
      *>    multiplicativo, multiplicador 16807 e modulo 2147483647)
      *>    partindo de uma so semente, e o log leva um unico cabecalho
       77 ws-modo-semente                               pic x(01) value "T".
           88 ws-semente-por-tempo                       value "T".
           88 ws-semente-por-fluxo                       value "M".
       77 ws-semente-mestre                             pic 9(10) value zero.
       77 ws-estado-fluxo                               pic 9(10).
       77 ws-produto-fluxo                              pic 9(15).
       77 ws-quociente-fluxo                            pic 9(15).
       77 ws-replay-por-fluxo                           pic x(01) value "N".
           88 ws-replay-de-semente-mestre                value "S".
       77 ws-replay-perfil-codigo                       pic 9(01).
       77 ws-par-tem-modo-semente                       pic x(01) value "N".
       77 ws-par-tem-semente-mestre                     pic x(01) value "N".

      *>----Tabela de premios carregada para o perfil selecionado, usada no
      *>    demonstrativo financeiro do fim da execucao
       77 ws-premios-status                             pic x(02).
      *>----Status do marcador RUNID.TXT da execucao corrente
       77 ws-runid-status                               pic x(02).

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

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>Declaração do corpo do programa
       procedure division.

           perform registra-inicio-operacao.
           perform inicializa.
           perform processamento.
           perform finaliza.
           end-if

           perform carrega-perfis
           perform carrega-calendario
           perform gera-run-id
           .
       inicializa-exit.
                                   to ws-tab-prf-num-max(ws-prf-codigo)
                               move ws-prf-qtd-sorteio
                                   to ws-tab-prf-qtd-sorteio(ws-prf-codigo)
                               move ws-prf-codigo to i
                               perform carrega-programacao-sorteios
                           else
                               display "Aviso: linha invalida em "
                                       "PERFIS.TXT ignorada."
           move 01           to ws-tab-prf-num-min(3)
           move 80           to ws-tab-prf-num-max(3)
           move 05           to ws-tab-prf-qtd-sorteio(3)

           perform varying i from 1 by 1 until i > 3
               perform completa-programacao-padrao
           end-perform
           .
       carrega-perfis-padrao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guardando a programacao de sorteios lida do perfil i; uma linha
      *>  ainda no layout antigo (dias em branco) recebe a programacao
      *>  padrao do jogo
      *>------------------------------------------------------------------------
       carrega-programacao-sorteios section.
           move ws-prf-dias-sorteio to ws-tab-prf-dias-sorteio(i)
           if ws-prf-especial-ddmm is numeric
               move ws-prf-especial-ddmm to ws-tab-prf-especial-ddmm(i)
           else
               move zero to ws-tab-prf-especial-ddmm(i)
           end-if
           move ws-prf-especial-nome to ws-tab-prf-especial-nome(i)

           if ws-tab-prf-dias-sorteio(i) = spaces
               perform completa-programacao-padrao
           end-if
           .
       carrega-programacao-sorteios-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Programacao padrao de sorteios dos jogos originais do sistema
      *>  (dias de domingo a sabado); um jogo desconhecido fica sem dias
      *>  de sorteio e sem projecao de calendario
      *>------------------------------------------------------------------------
       completa-programacao-padrao section.
           evaluate ws-tab-prf-nome(i)
               when "MEGA-SENA"
                   move "NNSNSNS"                to ws-tab-prf-dias-sorteio(i)
                   move 3112                     to ws-tab-prf-especial-ddmm(i)
                   move "MEGA DA VIRADA"         to ws-tab-prf-especial-nome(i)
               when "LOTOFACIL"
                   move "NSSSSSS"                to ws-tab-prf-dias-sorteio(i)
                   move 0709                     to ws-tab-prf-especial-ddmm(i)
                   move "LOTOFACIL INDEPENDEN"   to ws-tab-prf-especial-nome(i)
               when "QUINA"
                   move "NSSSSSS"                to ws-tab-prf-dias-sorteio(i)
                   move 2406                     to ws-tab-prf-especial-ddmm(i)
                   move "QUINA DE SAO JOAO"      to ws-tab-prf-especial-nome(i)
               when other
                   move "NNNNNNN"                to ws-tab-prf-dias-sorteio(i)
                   move zero                     to ws-tab-prf-especial-ddmm(i)
                   move spaces                   to ws-tab-prf-especial-nome(i)
           end-evaluate
           .
       completa-programacao-padrao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carregando o calendario de datas sem sorteio; sem o arquivo
      *>  valem apenas os dias de sorteio de cada perfil
      *>------------------------------------------------------------------------
       carrega-calendario section.
           move zero to ws-qtd-datas-calendario
           move zero to ws-ultima-data-calendario

           open input arq-calendario
           if ws-calendario-status not = "35"
               set ws-calendario-continua to true
               perform until ws-calendario-fim
                   read arq-calendario
                       at end
                           set ws-calendario-fim to true
                       not at end
                           if ws-cal-data is numeric
                                   and ws-cal-perfil is numeric
                               if ws-qtd-datas-calendario
                                       >= ws-datas-calendario-limite
                                   display "Aviso: CALENDARIO.TXT excede "
                                           ws-datas-calendario-limite
                                           " datas - restante ignorado."
                                   set ws-calendario-fim to true
                               else
                                   add 1 to ws-qtd-datas-calendario
                                   move ws-cal-data to ws-tcal-data
                                       (ws-qtd-datas-calendario)
                                   move ws-cal-perfil to ws-tcal-perfil
                                       (ws-qtd-datas-calendario)
                                   if ws-cal-data
                                           > ws-ultima-data-calendario
                                       move ws-cal-data
                                           to ws-ultima-data-calendario
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform
               close arq-calendario
           end-if
           .
       carrega-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gerando o identificador (RUN ID) desta execucao, usado para
      *>  marcar cada semente gravada no log de auditoria
                           " - cruzamento considerara apenas os primeiros "
                           ws-resultados-reais-limite "."
               end-if

               perform monta-chaves-reais
           end-if
           .
       carrega-resultados-reais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Montando o indice de busca dos resultados oficiais: so entram
      *>  os concursos com a quantidade de dezenas do perfil (os demais
      *>  nunca coincidiriam com um sorteio simulado)
      *>------------------------------------------------------------------------
       monta-chaves-reais section.
           move zero to ws-qtd-chaves-reais

           perform varying k from 1 by 1 until k > ws-qtd-resultados-reais
               if ws-real-qtd-sorteio(k) = ws-perfil-qtd-sorteio
                   move zeros to ws-chave-busca
                   perform varying ws-chv-dez-i from 1 by 1
                           until ws-chv-dez-i > ws-perfil-qtd-sorteio
                       move ws-real-numeros(k, ws-chv-dez-i)
                           to ws-chave-busca-dezena(ws-chv-dez-i)
                   end-perform
      *>           o master nao garante as dezenas em ordem crescente
                   perform ordena-chave-busca

                   add 1 to ws-qtd-chaves-reais
                   move ws-chave-busca
                       to ws-chv-dezenas(ws-qtd-chaves-reais)
                   move k to ws-chv-indice(ws-qtd-chaves-reais)
               end-if
           end-perform

           perform ordena-chaves-reais
           .
       monta-chaves-reais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ordenando as dezenas de WS-CHAVE-BUSCA (por insercao - sao no
      *>  maximo 15)
      *>------------------------------------------------------------------------
       ordena-chave-busca section.
           perform varying ws-chv-dez-i from 2 by 1
                   until ws-chv-dez-i > ws-perfil-qtd-sorteio
               move ws-chave-busca-dezena(ws-chv-dez-i) to ws-chv-dez-aux
               move ws-chv-dez-i to ws-chv-dez-j
               set ws-chv-desloca-mais to true
               perform until ws-chv-desloca-fim
                   if ws-chv-dez-j = 1
                       set ws-chv-desloca-fim to true
                   else
                   if ws-chave-busca-dezena(ws-chv-dez-j - 1)
                           <= ws-chv-dez-aux
                       set ws-chv-desloca-fim to true
                   else
                       move ws-chave-busca-dezena(ws-chv-dez-j - 1)
                           to ws-chave-busca-dezena(ws-chv-dez-j)
                       subtract 1 from ws-chv-dez-j
                   end-if
                   end-if
               end-perform
               move ws-chv-dez-aux to ws-chave-busca-dezena(ws-chv-dez-j)
           end-perform
           .
       ordena-chave-busca-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ordenando o indice de busca (Shell sort, intervalos 1, 4, 13,
      *>  40...): dezenas e, no empate, a posicao do concurso na tabela
      *>------------------------------------------------------------------------
       ordena-chaves-reais section.
           move 1 to ws-chv-intervalo
           perform until ws-chv-intervalo * 3 >= ws-qtd-chaves-reais
               compute ws-chv-intervalo = ws-chv-intervalo * 3 + 1
           end-perform

           perform until ws-chv-intervalo = 0
               perform varying ws-chv-idx from ws-chv-intervalo by 1
                       until ws-chv-idx > ws-qtd-chaves-reais
                   move ws-chv-chave(ws-chv-idx) to ws-chave-troca
                   move ws-chv-idx to ws-chv-pos
                   set ws-chv-desloca-mais to true
                   perform until ws-chv-desloca-fim
                       if ws-chv-pos <= ws-chv-intervalo
                           set ws-chv-desloca-fim to true
                       else
                       if ws-chv-chave(ws-chv-pos - ws-chv-intervalo)
                               <= ws-chave-troca
                           set ws-chv-desloca-fim to true
                       else
                           move ws-chv-chave(ws-chv-pos - ws-chv-intervalo)
                               to ws-chv-chave(ws-chv-pos)
                           subtract ws-chv-intervalo from ws-chv-pos
                       end-if
                       end-if
                   end-perform
                   move ws-chave-troca to ws-chv-chave(ws-chv-pos)
               end-perform
               divide ws-chv-intervalo by 3 giving ws-chv-intervalo
           end-perform
           .
       ordena-chaves-reais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carregando, do log de auditoria, as sementes gravadas por uma
      *>  execucao anterior, para reproduzi-la exatamente
                           set ws-log-sementes-fim to true
                       not at end
                           if ws-sem-run-id = ws-replay-run-id
                               if ws-smt-cabecalho-mestre
      *>                           execucao por semente mestre: o cabecalho
      *>                           basta para refazer o fluxo inteiro
                                   set ws-replay-de-semente-mestre to true
                                   move ws-smt-semente-mestre
                                       to ws-semente-mestre
                                   move ws-smt-perfil-codigo
                                       to ws-replay-perfil-codigo
                                   set ws-log-sementes-fim to true
                               else
                                   add 1 to ws-qtd-sementes-replay
                                   move ws-sem-valor
                                       to ws-replay-semente(ws-qtd-sementes-replay)
                               end-if
                           end-if
                   end-read
               end-perform
               close arq-sementes

               if ws-replay-de-semente-mestre
                   display "Replay da semente mestre " ws-semente-mestre
                           " (perfil " ws-replay-perfil-codigo ")."
                   if ws-replay-perfil-codigo not = ws-perfil-codigo
                       display "Aviso: a execucao original usou o perfil "
                               ws-replay-perfil-codigo " - com outro perfil "
                               "os sorteios nao serao os mesmos."
                       if ws-param-de-arquivo
                           perform aborta-por-parametro
                       end-if
                   end-if
               else
               if ws-qtd-sementes-replay = 0
                   display "Nenhuma semente encontrada para o RUN ID informado."
      *>           em execucao parametrizada, um RUN ID sem sementes nao
                           "repeticao exata), em vez de permanecer na "
                           "execucao original."
               end-if
               end-if
           end-if
           .
       carrega-sementes-replay-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Definindo o modo de sementes da execucao: o replay de uma
      *>  execucao por semente mestre segue o mesmo modo; fora dele vale
      *>  o pedido em PARAMETROS.TXT ou no console. Sem semente mestre
      *>  informada, ela e gerada do relogio e exibida, para que a
      *>  execucao possa ser citada e repetida
      *>------------------------------------------------------------------------
       define-modo-semente section.
           if ws-replay-de-semente-mestre
               set ws-semente-por-fluxo to true
           else
           if ws-em-replay
      *>           replay de um log por dezena continua por dezena
               set ws-semente-por-tempo to true
           else
               if ws-param-de-console
                   display "Modo de sementes - (T)empo a cada dezena ou "
                           "semente (M)estre unica?"
                   accept ws-modo-semente
                   if ws-semente-por-fluxo
                       display "Semente mestre (0 = gerar automaticamente):"
                       accept ws-semente-mestre
                   end-if
               end-if
               if not ws-semente-por-tempo and not ws-semente-por-fluxo
                   set ws-semente-por-tempo to true
               end-if
               if ws-semente-por-fluxo and ws-semente-mestre = 0
                   move ws-run-id(7:10) to ws-semente-mestre
               end-if
           end-if
           end-if

           if ws-semente-por-fluxo
               display "Semente mestre desta execucao: " ws-semente-mestre
      *>           o estado do gerador fica sempre entre 1 e 2147483646
               divide ws-semente-mestre by 2147483646
                   giving ws-quociente-fluxo remainder ws-estado-fluxo
               add 1 to ws-estado-fluxo
           end-if
           .
       define-modo-semente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abrindo o log de sementes para gravacao desta execucao
      *>------------------------------------------------------------------------
       grava-semente-log-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravando o cabecalho unico de uma execucao por semente mestre
      *>------------------------------------------------------------------------
       grava-cabecalho-sementes section.
           move spaces              to ws-reg-semente-mestre
           move ws-run-id          to ws-smt-run-id
           set ws-smt-cabecalho-mestre to true
           move ws-perfil-codigo   to ws-smt-perfil-codigo
           move ws-semente-mestre  to ws-smt-semente-mestre

           write ws-reg-semente-mestre
           if ws-sementes-status not = "00"
               display "Erro ao gravar SEMENTES.LOG - file status "
                       ws-sementes-status
           end-if
           .
       grava-cabecalho-sementes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reiniciando os contadores de uma execucao (usado a cada aposta do
      *>  lote quando a entrada vem de arquivo). WS-NUM-TENT nao e zerado
           end-if
           set ws-nem-todos-acertaram to true
           set ws-jackpot-nao-ocorreu to true
           move zero to ws-tent-primeiro-jackpot
           move zero to ws-qtd-coincidencias

           perform varying i from 1 by 1 until i > 15
                   perform converte-qtd-sorteios-fixos
                   move "S" to ws-par-tem-qtd-fixa

               when "MODO-SEMENTE"
                   move ws-par-valor(1:1) to ws-modo-semente
                   if not ws-semente-por-tempo and not ws-semente-por-fluxo
                       display "Parametro MODO-SEMENTE invalido: "
                               ws-par-valor " (esperado T ou M)."
                       perform aborta-por-parametro
                   end-if
                   move "S" to ws-par-tem-modo-semente

               when "SEMENTE-MESTRE"
                   perform converte-semente-mestre
                   move "S" to ws-par-tem-semente-mestre

               when other
                   display "Parametro desconhecido em PARAMETROS.TXT: "
                           ws-par-chave
                       "F)."
               perform aborta-por-parametro
           end-if

      *>       MODO-SEMENTE e opcional (sem ele vale T, como sempre foi);
      *>       informar a semente mestre ja pede o modo M
           if ws-par-tem-semente-mestre = "S"
               if ws-par-tem-modo-semente = "S" and ws-semente-por-tempo
                   display "Parametro SEMENTE-MESTRE informado com "
                           "MODO-SEMENTE T em PARAMETROS.TXT."
                   perform aborta-por-parametro
               end-if
               set ws-semente-por-fluxo to true
           end-if
           .
       valida-parametros-exit.
           exit.
       converte-qtd-sorteios-fixos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Convertendo o valor de SEMENTE-MESTRE, que chega como texto de
      *>  PARAMETROS.TXT; zero pede uma semente gerada na hora
      *>------------------------------------------------------------------------
       converte-semente-mestre section.
           move zero to ws-par-num-len
           inspect ws-par-valor tallying ws-par-num-len
               for characters before initial " "

           if ws-par-num-len = 0 or ws-par-num-len > 10
               display "Parametro SEMENTE-MESTRE invalido: "
                       ws-par-valor " (esperado numero de 1 a 10 digitos)."
               perform aborta-por-parametro
           end-if

           move zero to ws-semente-mestre
           perform varying ws-par-idx from 1 by 1
                   until ws-par-idx > ws-par-num-len
               if ws-par-valor(ws-par-idx:1) < "0"
                       or ws-par-valor(ws-par-idx:1) > "9"
                   display "Parametro SEMENTE-MESTRE invalido: "
                           ws-par-valor " (esperado apenas digitos)."
                   perform aborta-por-parametro
               end-if
               move ws-par-valor(ws-par-idx:1) to ws-par-digito
               compute ws-semente-mestre =
                       ws-semente-mestre * 10 + ws-par-digito
           end-perform
           .
       converte-semente-mestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abortando a execucao por parametro invalido ou ausente, com
      *>  codigo de retorno diferente de zero
           close arq-historico
           close arq-sorteios
           move 8 to return-code
           move "ERRO EM PARAMETROS.TXT" to ws-ops-motivo
           perform registra-fim-operacao
           stop run
           .
       aborta-por-parametro-exit.
               perform carrega-sementes-replay
           end-if

           perform define-modo-semente
           perform abre-log-sementes
           if ws-semente-por-fluxo
               perform grava-cabecalho-sementes
           end-if

           if ws-param-de-console
               display "Origem das apostas - (I)nterativo ou (F)arquivo de lote?"
                                           "deve estar entre "
                                           ws-perfil-qtd-sorteio " e "
                                           ws-qtd-num-maximo "."
                                   add 1 to ws-ops-qtd-rejeitados
                               else
      *>                           so consome um checkpoint restaurado
      *>                           pendente quando a aposta realmente vai
                                               " ignorada - dezena fora do "
                                               "intervalo do perfil ou "
                                               "repetida."
                                       add 1 to ws-ops-qtd-rejeitados
                                   end-if
                               end-if
                           end-if
                   display "Nenhum perfil de jogo ativo em PERFIS.TXT - "
                           "nada a executar."
                   move 8 to return-code
                   move "NENHUM PERFIL ATIVO EM PERFIS.TXT"
                       to ws-ops-motivo
                   perform finaliza
               end-if
               display "Perfil invalido ou inativo - assumindo o perfil "
           move ws-tab-prf-num-max(ws-perfil-codigo) to ws-perfil-num-max
           move ws-tab-prf-qtd-sorteio(ws-perfil-codigo)
               to ws-perfil-qtd-sorteio
           move ws-tab-prf-dias-sorteio(ws-perfil-codigo)
               to ws-perfil-dias-sorteio
           move ws-tab-prf-especial-ddmm(ws-perfil-codigo)
               to ws-perfil-especial-ddmm
           move ws-tab-prf-especial-nome(ws-perfil-codigo)
               to ws-perfil-especial-nome

           compute ws-valor-invalido = ws-perfil-num-max + 1

           end-if

           accept ws-hora-inicial from time
           accept ws-data-inicio-medicao from date yyyymmdd
           accept ws-hora-inicio-medicao from time
           move ws-num-tent to ws-tent-inicio-medicao

      *>   se o numero for valido, entao ele vai para o sorteio e o restante do programa
           if ws-valido then
                   perform verifica-acertou-sorteio

                   if ws-todos-acertaram
                       if ws-jackpot-nao-ocorreu
                           move ws-num-tent to ws-tent-primeiro-jackpot
                       end-if
                       set ws-jackpot-ocorreu to true
      *>               na simulacao fixa o premio maximo nao encerra a
      *>               execucao: a cota de sorteios continua sendo cumprida
               display "Quantidade de Tentativas : " ws-mensagem
               display "Odds Teoricas (1 em)     : " ws-odds-edicao
               display "Tempo Gasto              : " ws-tempo-gasto
               perform exibe-desempenho-simulacao

               if ws-simulacao-fixa
                   perform exibe-relatorio-simulacao-fixa
               else
                   perform exibe-projecao-acerto
                   perform exibe-faixas-acerto
               end-if
               perform exibe-fechamento
       grava-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibindo o tempo decorrido real da simulacao e a taxa de
      *>  sorteios por segundo (numa retomada de checkpoint so contam os
      *>  sorteios feitos nesta execucao)
      *>------------------------------------------------------------------------
       exibe-desempenho-simulacao section.
           accept ws-data-fim-medicao from date yyyymmdd
           accept ws-hora-fim-medicao from time

           compute ws-centesimos-decorridos =
                   (function integer-of-date(ws-data-fim-medicao)
                    - function integer-of-date(ws-data-inicio-medicao))
                   * 8640000
                   + ws-hfm-hh * 360000 + ws-hfm-mm * 6000 + ws-hfm-sscc
                   - ws-hin-hh * 360000 - ws-hin-mm * 6000 - ws-hin-sscc
           compute ws-sorteios-medidos = ws-num-tent - ws-tent-inicio-medicao

           compute ws-medicao-edicao = ws-centesimos-decorridos / 100
           display "Tempo Decorrido (seg)    : " ws-medicao-edicao

      *>       abaixo de um centesimo o relogio nao mede: conta como um
           if ws-centesimos-decorridos = 0
               move 1 to ws-centesimos-decorridos
           end-if
           compute ws-sorteios-por-segundo rounded =
                   ws-sorteios-medidos * 100 / ws-centesimos-decorridos
           move ws-sorteios-por-segundo to ws-medicao-edicao
           display "Sorteios por Segundo     : " ws-medicao-edicao

           add ws-sorteios-medidos to ws-ops-qtd-gravados
           .
       exibe-desempenho-simulacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Sorteando os numeros da loteria
      *>------------------------------------------------------------------------

           perform until ws-num-sort(i) <> ws-valor-invalido

               if ws-semente-por-fluxo
                   perform avanca-fluxo-sementes
               else
                   perform obtem-semente
                   compute ws-num_random = function random(ws-semente)
               end-if
               multiply ws-num_random by ws-perfil-num-max giving ws-num-sort(i)

      *>           garantindo que a dezena sorteada ainda nao tenha saido
       obtem-semente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Avancando o fluxo da semente mestre um passo: o proximo estado
      *>  do gerador da o numero aleatorio da dezena, sem consultar o
      *>  relogio e sem gravar no log
      *>------------------------------------------------------------------------
       avanca-fluxo-sementes section.
           compute ws-produto-fluxo = ws-estado-fluxo * 16807
           divide ws-produto-fluxo by 2147483647
               giving ws-quociente-fluxo remainder ws-estado-fluxo
           compute ws-num_random = ws-estado-fluxo / 2147483647
           .
       avanca-fluxo-sementes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Formatando a linha de exibicao dos numeros sorteados
      *>------------------------------------------------------------------------

      *>------------------------------------------------------------------------
      *>  Cruzando o sorteio simulado com os resultados reais carregados,
      *>  para flagrar coincidencias com concursos oficiais: as dezenas
      *>  ja ordenadas do sorteio sao procuradas por pesquisa binaria no
      *>  indice de busca, e cada concurso com as mesmas dezenas e
      *>  relatado
      *>------------------------------------------------------------------------
       verifica-coincidencia-real section.
           move zeros to ws-chave-busca
           perform varying i from 1 by 1 until i > ws-perfil-qtd-sorteio
               move ws-num-sort-rel-item(i) to ws-chave-busca-dezena(i)
           end-perform

      *>       primeira posicao cujas dezenas nao sao menores que as do
      *>       sorteio
           move 1 to ws-chv-inicio
           compute ws-chv-fim = ws-qtd-chaves-reais + 1
           perform until ws-chv-inicio >= ws-chv-fim
               compute ws-chv-meio = (ws-chv-inicio + ws-chv-fim) / 2
               if ws-chv-dezenas(ws-chv-meio) < ws-chave-busca
                   compute ws-chv-inicio = ws-chv-meio + 1
               else
                   move ws-chv-meio to ws-chv-fim
               end-if
           end-perform

           set ws-chv-percorre-mais to true
           perform until ws-chv-percorre-fim
               if ws-chv-inicio > ws-qtd-chaves-reais
                   set ws-chv-percorre-fim to true
               else
               if ws-chv-dezenas(ws-chv-inicio) not = ws-chave-busca
                   set ws-chv-percorre-fim to true
               else
                   move ws-chv-indice(ws-chv-inicio) to k
                   add 1 to ws-qtd-coincidencias
                   move ws-real-data(k) to ws-concurso-data-edicao
                   display "Coincidencia com o concurso "
                           ws-real-concurso(k) " de "
                           ws-concurso-data-edicao(1:4) "-"
                           ws-concurso-data-edicao(5:2) "-"
                           ws-concurso-data-edicao(7:2)
                           " no sorteio " ws-num-tent "!"
                   add 1 to ws-chv-inicio
               end-if
               end-if
           end-perform
           .
       verifica-coincidencia-real-exit.
               display "Premio maximo (todas as dezenas): NAO saiu na "
                       "quantidade de sorteios simulada."
           end-if

      *>       os "N anos de jogo" viram o periodo real do calendario: do
      *>       primeiro sorteio a partir de hoje ate o ultimo da cota
           move 1 to ws-proj-qtd-sorteios
           perform projeta-data-sorteios
           if ws-projecao-ok
               move ws-proj-data-edicao to ws-proj-data-inicio-edicao
               move ws-num-tent to ws-proj-qtd-sorteios
               perform projeta-data-sorteios
               display "Periodo de jogo no calendario (todos os sorteios "
                       "a partir de hoje):"
               display "  Primeiro sorteio         : "
                       ws-proj-data-inicio-edicao
               display "  Ultimo sorteio           : " ws-proj-data-edicao
               display "  Tempo de jogo            : " ws-proj-anos-edicao
                       " anos"
               if ws-tem-tabela-premios
                   move ws-proj-gasto to ws-valor-edicao
                   display "  Total gasto no periodo   : R$ "
                           ws-valor-edicao
               end-if

               if ws-tent-primeiro-jackpot > 0
                   move ws-tent-primeiro-jackpot to ws-proj-qtd-sorteios
                   perform projeta-data-sorteios
                   display "  Premio maximo saiu em    : "
                           ws-proj-data-edicao
               end-if
           else
               perform exibe-sem-programacao
           end-if
           .
       exibe-relatorio-simulacao-fixa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibindo a projecao do acerto no calendario real: em que data a
      *>  aposta teria acertado jogando todos os sorteios a partir de
      *>  hoje, depois de quanto tempo e com quanto gasto
      *>------------------------------------------------------------------------
       exibe-projecao-acerto section.
           move ws-num-tent to ws-proj-qtd-sorteios
           perform projeta-data-sorteios
           if ws-projecao-ok
               display "Jogando todos os sorteios a partir de hoje, esta "
                       "aposta teria acertado:"
               display "  Em                       : " ws-proj-data-edicao
               display "  Depois de                : " ws-proj-anos-edicao
                       " anos"
               if ws-tem-tabela-premios
                   move ws-proj-gasto to ws-valor-edicao
                   display "  Tendo gasto              : R$ "
                           ws-valor-edicao
               end-if
           else
               perform exibe-sem-programacao
           end-if
           .
       exibe-projecao-acerto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Avisando que o perfil nao tem dias de sorteio cadastrados
      *>------------------------------------------------------------------------
       exibe-sem-programacao section.
           display "Projecao no calendario indisponivel: o perfil "
                   ws-perfil-nome " nao tem dias de sorteio em "
                   "PERFIS.TXT."
           .
       exibe-sem-programacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Projetando WS-PROJ-QTD-SORTEIOS sorteios no calendario a partir
      *>  de hoje (inclusive): primeiro dia a dia enquanto houver datas
      *>  sem sorteio pela frente, ate um 1o de janeiro; dali em diante
      *>  saltando ciclos de 400 anos e anos inteiros, e por fim dia a
      *>  dia dentro do ano do ultimo sorteio
      *>------------------------------------------------------------------------
       projeta-data-sorteios section.
           set ws-projecao-sem-programacao to true
           if ws-perfil-dias-sorteio not = "NNNNNNN"
                   or ws-perfil-especial-ddmm not = zero
               set ws-projecao-ok to true
           end-if

           if ws-projecao-ok
               accept ws-proj-data-inicial from date yyyymmdd
               compute ws-proj-dia-inicial =
                       function integer-of-date(ws-proj-data-inicial)
               move ws-proj-dia-inicial to ws-proj-dia
               move ws-proj-qtd-sorteios to ws-proj-restante
               move zero to ws-proj-ciclos
               move zero to ws-proj-dia-limite
               if ws-ultima-data-calendario > 0
                   compute ws-proj-dia-limite = function integer-of-date
                           (ws-ultima-data-calendario)
               end-if

               set ws-proj-no-calendario to true
               perform until ws-proj-restante = 0
                       or ws-proj-alem-do-calendario
                   move function date-of-integer(ws-proj-dia)
                       to ws-proj-data-num
                   if ws-proj-dia > ws-proj-dia-limite
                           and ws-proj-mes = 1 and ws-proj-dia-mes = 1
                       set ws-proj-alem-do-calendario to true
                   else
                       perform verifica-dia-sorteio
                       if ws-proj-tem-sorteio
                           subtract 1 from ws-proj-restante
                       end-if
                       if ws-proj-restante > 0
                           add 1 to ws-proj-dia
                       end-if
                   end-if
               end-perform

               if ws-proj-restante > 0
      *>           em 1o de janeiro de WS-PROJ-ANO, com o calendario de
      *>           datas sem sorteio ja para tras
                   move zero to ws-proj-sorteios-ciclo
                   move ws-proj-ano to ws-proj-ano-ciclo
                   perform 400 times
                       perform calcula-sorteios-ano
                       add ws-proj-sorteios-ano to ws-proj-sorteios-ciclo
                       add 1 to ws-proj-ano
                   end-perform
                   move ws-proj-ano-ciclo to ws-proj-ano

                   if ws-proj-restante > ws-proj-sorteios-ciclo
                       compute ws-proj-ciclos = (ws-proj-restante - 1)
                                              / ws-proj-sorteios-ciclo
                       compute ws-proj-restante = ws-proj-restante
                               - ws-proj-ciclos * ws-proj-sorteios-ciclo
                   end-if

                   perform calcula-sorteios-ano
                   perform until ws-proj-restante <= ws-proj-sorteios-ano
                       subtract ws-proj-sorteios-ano from ws-proj-restante
                       add 1 to ws-proj-ano
                       perform calcula-sorteios-ano
                   end-perform

                   move 1 to ws-proj-mes
                   move 1 to ws-proj-dia-mes
                   compute ws-proj-dia =
                           function integer-of-date(ws-proj-data-num)
                   perform until ws-proj-restante = 0
                       move function date-of-integer(ws-proj-dia)
                           to ws-proj-data-num
                       perform verifica-dia-sorteio
                       if ws-proj-tem-sorteio
                           subtract 1 from ws-proj-restante
                       end-if
                       if ws-proj-restante > 0
                           add 1 to ws-proj-dia
                       end-if
                   end-perform
               end-if

               move function date-of-integer(ws-proj-dia)
                   to ws-proj-data-num
               compute ws-proj-ano-final = ws-proj-ano + ws-proj-ciclos * 400
               compute ws-proj-total-dias = ws-proj-dia - ws-proj-dia-inicial
                                          + ws-proj-ciclos * 146097
               compute ws-proj-anos rounded = ws-proj-total-dias / 365,2425
               move ws-proj-anos to ws-proj-anos-edicao
               compute ws-proj-gasto rounded = ws-proj-qtd-sorteios
                       * ws-preco-bilhete * ws-comb-aposta

               move ws-proj-ano-final to ws-proj-ano-edicao
               move zero to ws-proj-brancos
               inspect ws-proj-ano-edicao tallying ws-proj-brancos
                   for leading spaces
               move spaces to ws-proj-data-edicao
               string ws-proj-dia-mes                    delimited by size
                      "/"                                delimited by size
                      ws-proj-mes                        delimited by size
                      "/"                                delimited by size
                      ws-proj-ano-edicao(ws-proj-brancos + 1:)
                                                         delimited by size
                      into ws-proj-data-edicao
               end-string
           end-if
           .
       projeta-data-sorteios-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Verificando se ha sorteio do perfil em WS-PROJ-DIA: o concurso
      *>  especial sempre sai; nos dias da semana do perfil o sorteio sai
      *>  a menos que a data conste no calendario de datas sem sorteio
      *>------------------------------------------------------------------------
       verifica-dia-sorteio section.
           divide ws-proj-dia by 7 giving ws-proj-quociente
               remainder ws-proj-dia-semana
           add 1 to ws-proj-dia-semana

           set ws-proj-sem-sorteio to true
           if ws-perfil-especial-ddmm not = zero
                   and ws-proj-dia-mes * 100 + ws-proj-mes
                       = ws-perfil-especial-ddmm
               set ws-proj-tem-sorteio to true
           else
           if ws-perfil-dias-sorteio(ws-proj-dia-semana:1) = "S"
               set ws-proj-tem-sorteio to true
               if ws-proj-dia <= ws-proj-dia-limite
                   perform varying ws-idx-calendario from 1 by 1
                           until ws-idx-calendario > ws-qtd-datas-calendario
                              or ws-proj-sem-sorteio
                       if ws-tcal-data(ws-idx-calendario) = ws-proj-data-num
                               and (ws-tcal-perfil(ws-idx-calendario) = 0
                                    or ws-tcal-perfil(ws-idx-calendario)
                                       = ws-perfil-codigo)
                           set ws-proj-sem-sorteio to true
                       end-if
                   end-perform
               end-if
           end-if
           end-if
           .
       verifica-dia-sorteio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contando os sorteios do perfil no ano WS-PROJ-ANO, fora do
      *>  calendario de datas sem sorteio: cada dia da semana ocorre 52
      *>  vezes, mais uma para os 1 ou 2 dias que sobram a partir do
      *>  1o de janeiro; o concurso especial conta a parte quando nao cai
      *>  em dia de sorteio normal
      *>------------------------------------------------------------------------
       calcula-sorteios-ano section.
           move 1 to ws-proj-mes
           move 1 to ws-proj-dia-mes
           compute ws-proj-dia-aux = function integer-of-date(ws-proj-data-num)
           add 1 to ws-proj-ano
           compute ws-proj-dias-ano =
                   function integer-of-date(ws-proj-data-num) - ws-proj-dia-aux
           subtract 1 from ws-proj-ano
           divide ws-proj-dia-aux by 7 giving ws-proj-quociente
               remainder ws-proj-dia-semana
           add 1 to ws-proj-dia-semana

           move zero to ws-proj-sorteios-ano
           perform varying j from 1 by 1 until j > 7
               if ws-perfil-dias-sorteio(j:1) = "S"
                   add 52 to ws-proj-sorteios-ano
                   compute ws-proj-deslocamento =
                           j + 7 - ws-proj-dia-semana
                   if ws-proj-deslocamento >= 7
                       subtract 7 from ws-proj-deslocamento
                   end-if
                   if ws-proj-deslocamento < ws-proj-dias-ano - 364
                       add 1 to ws-proj-sorteios-ano
                   end-if
               end-if
           end-perform

           if ws-perfil-especial-ddmm not = zero
               divide ws-perfil-especial-ddmm by 100 giving ws-proj-dia-mes
                   remainder ws-proj-mes
               compute ws-proj-dia-aux =
                       function integer-of-date(ws-proj-data-num)
               divide ws-proj-dia-aux by 7 giving ws-proj-quociente
                   remainder ws-proj-dia-semana
               add 1 to ws-proj-dia-semana
               if ws-perfil-dias-sorteio(ws-proj-dia-semana:1) not = "S"
                   add 1 to ws-proj-sorteios-ano
               end-if
           end-if
           .
       calcula-sorteios-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gerando os cartoes do fechamento: todas as combinacoes
      *>  C(qtd apostada, qtd sorteada) das dezenas do usuario, guardadas
       verifica-todos-acertou-exit.
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
           move "desafio_loteria" to ws-ops-programa
           move spaces to ws-ops-arq-entrada
           string "PARAMETROS.TXT PERFIS.TXT CALENDARIO.TXT "
                  "PREMIOS.TXT APOSTAS.TXT RESULTADOSMASTER.DAT "
                  "CHECKPOINT.TXT SEMENTES.LOG"
                  delimited by size into ws-ops-arq-entrada
           end-string
           move spaces to ws-ops-arq-saida
           string "HISTORICO.TXT SORTEIOS.CSV SEMENTES.LOG "
                  "LIVROCAIXA.TXT CHECKPOINT.TXT RUNID.TXT"
                  delimited by size into ws-ops-arq-saida
           end-string
           .
       identifica-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contadores do diario de operacoes: apostas do lote lidas e as
      *>  ignoradas por dezenas invalidas; gravados sao os sorteios da
      *>  simulacao. Uma execucao concluida leva o RUN ID no motivo
      *>------------------------------------------------------------------------
       apura-contadores-operacao section.
           move ws-seq-aposta-lote to ws-ops-qtd-lidos
           if ws-ops-retorno = 0 and ws-run-id not = spaces
               string "CONCLUIDO NORMALMENTE - RUN ID " delimited by size
                      ws-run-id                          delimited by size
                      into ws-ops-motivo
               end-string
           end-if
           .
       apura-contadores-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
           close arq-historico
           close arq-sorteios
           close arq-sementes
           perform registra-fim-operacao
           Stop run
           .
       finaliza-exit.
