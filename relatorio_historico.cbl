               organization is line sequential
               file status is ws-perfis-status.

           select arq-calendario assign to "CALENDARIO.TXT"
               organization is line sequential
               file status is ws-calendario-status.

           select arq-premios assign to "PREMIOS.TXT"
               organization is line sequential
               file status is ws-premios-status.

           select arq-relatorio assign to dynamic ws-rel-nome-arquivo
               organization is line sequential
               file status is ws-relatorio-status.

           select arq-operacoes assign to "OPERACOES.LOG"
               organization is line sequential
               file status is ws-operacoes-status.

       i-o-control.

      *>Declaração de variáveis
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

      *>----Calendario de datas sem sorteio mantido por cadastro_perfis:
      *>    data, perfil atingido (zero = todos) e descricao
       fd  arq-calendario.
       01 ws-reg-calendario.
           05 ws-cal-data                    pic 9(08).
           05 filler                        pic x(01).
           05 ws-cal-perfil                  pic 9(01).
           05 filler                        pic x(01).
           05 ws-cal-descricao               pic x(30).

      *>----Tabela mestre de premios: aqui so interessa o preco do bilhete
      *>    simples de cada perfil, para o gasto projetado
       fd  arq-premios.
       01 ws-reg-premio.
           05 ws-prm-perfil-codigo           pic 9(01).
           05 filler                        pic x(01).
           05 ws-prm-preco-bilhete           pic 9(07)v99.
           05 filler                        pic x(180).


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

           05 ws-tab-prf-num-min                   pic 9(02).
           05 ws-tab-prf-num-max                   pic 9(02).
           05 ws-tab-prf-qtd-sorteio               pic 9(02).
           05 ws-tab-prf-dias-sorteio              pic x(07).
           05 ws-tab-prf-especial-ddmm             pic 9(04).
           05 ws-tab-prf-especial-nome             pic x(20).
           05 ws-tab-prf-preco-bilhete             pic 9(07)v99.
           05 ws-tab-prf-tem-preco                 pic x(01).
               88 ws-perfil-tem-preco              value "S".
               88 ws-perfil-sem-preco              value "N".

      *>----Tabela de precos lida de PREMIOS.TXT
       77 ws-premios-status                        pic x(02).
       77 ws-fim-premios                           pic x(01).
           88 ws-premios-fim                       value "S".
           88 ws-premios-continua                  value "N".

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

      *>----Variaveis da leitura do historico
       77 ws-historico-status                      pic x(02).

      *>----Variaveis do perfil do jogo de cada registro lido
       01 ws-perfil-jogo.
           05 ws-perfil-codigo                     pic 9(01).
           05 ws-perfil-num-max                    pic 9(02).
           05 ws-perfil-qtd-sorteio                pic 9(02).
           05 ws-perfil-dias-sorteio               pic x(07).
           05 ws-perfil-especial-ddmm              pic 9(04).

      *>----Variaveis do calculo de odds teoricas
       77 ws-comb-n                                pic 9(02).
           05 ws-grp-max-tent                      pic 9(10).
           05 ws-grp-soma-tempo                    pic 9(12).
           05 ws-grp-soma-razao                    pic 9(12)v99.
           05 ws-grp-perfil-codigo                 pic 9(01).
           05 ws-grp-soma-gasto                    pic 9(17)v99.
           05 ws-grp-media-tent                    pic 9(10).
           05 ws-grp-proj-data                     pic x(20).
           05 ws-grp-proj-anos                     pic x(17).
           05 ws-grp-proj-gasto                    pic x(23).

      *>----Variaveis de edicao do relatorio
       77 ws-media-tent                            pic 9(10).
       77 ws-tempo-edicao                          pic zzzzz9.
       77 ws-razao-edicao                          pic zzzzzzz9,99.
       77 ws-mes-edicao                            pic 9(06).
       77 ws-gasto-registro                        pic 9(15)v99.
       77 ws-media-gasto                           pic 9(15)v99.
       77 ws-valor-edicao                          pic -zzz.zzz.zzz.zzz.zz9,99.

      *>----Linhas do relatorio impresso: uma linha por grupo perfil x
      *>    mes e, numa segunda secao, a projecao no calendario de cada
      *>    grupo
       01 ws-rel-det-grupo.
           05 filler                               pic x(01) value spaces.
           05 ws-rdg-perfil                        pic x(20).
           05 filler                               pic x(01) value spaces.
           05 ws-rdg-mes                           pic x(07).
           05 filler                               pic x(01) value spaces.
           05 ws-rdg-execucoes                     pic zzzzz9.
           05 filler                               pic x(01) value spaces.
           05 ws-rdg-tent-media                    pic zzzzzzzzz9.
           05 filler                               pic x(01) value spaces.
           05 ws-rdg-tent-min                      pic zzzzzzzzz9.
           05 filler                               pic x(01) value spaces.
           05 ws-rdg-tent-max                      pic zzzzzzzzz9.
           05 filler                               pic x(01) value spaces.
           05 ws-rdg-tempo                         pic zzzzz9.
           05 filler                               pic x(01) value spaces.
           05 ws-rdg-razao                         pic zzzzzzz9,99.
           05 filler                               pic x(44) value spaces.
       01 ws-rel-col-grupo-1.
           05 filler                               pic x(44)
                  value " PERFIL               MES     EXECU- TENTATI".
           05 filler                               pic x(44)
                  value "VAS TENTATIVAS TENTATIVAS  TEMPO TENTATIVAS/".
           05 filler                               pic x(44) value spaces.
       01 ws-rel-col-grupo-2.
           05 filler                               pic x(44)
                  value "                                COES      ME".
           05 filler                               pic x(44)
                  value "DIA     MINIMO     MAXIMO  MEDIO        ODDS".
           05 filler                               pic x(44) value spaces.
       01 ws-rel-det-projecao.
           05 filler                               pic x(01) value spaces.
           05 ws-rdp-perfil                        pic x(20).
           05 filler                               pic x(01) value spaces.
           05 ws-rdp-mes                           pic x(07).
           05 filler                               pic x(01) value spaces.
           05 ws-rdp-tent-media                    pic zzzzzzzzz9.
           05 filler                               pic x(01) value spaces.
           05 ws-rdp-data                          pic x(20).
           05 filler                               pic x(01) value spaces.
           05 ws-rdp-anos                          pic x(17).
           05 filler                               pic x(01) value spaces.
           05 ws-rdp-gasto                         pic x(23).
           05 filler                               pic x(29) value spaces.
       01 ws-rel-col-projecao-1.
           05 filler                               pic x(44)
                  value " PERFIL               MES     TENTATIVAS ACE".
           05 filler                               pic x(44)
                  value "RTARIA EM                 DEPOIS DE         ".
           05 filler                               pic x(44)
                  value "    TENDO GASTO                             ".
       01 ws-rel-col-projecao-2.
           05 filler                               pic x(44)
                  value "                                   MEDIA    ".
           05 filler                               pic x(44)
                  value "                             (ANOS)         ".
           05 filler                               pic x(44)
                  value "           (R$)                             ".
       01 ws-rel-mes-edicao.
           05 ws-rme-ano                           pic 9(04).
           05 filler                               pic x(01) value "-".
           05 ws-rme-mes                           pic 9(02).
       77 ws-rel-total-execucoes                   pic 9(09) value zero.
       77 ws-rel-total-tentativas                  pic 9(15) value zero.

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
           perform carrega-precos.
           perform carrega-calendario.
           perform processa-historico.
           perform exibe-sumario.
           perform finaliza.
       carrega-perfis section.
           perform varying i from 1 by 1 until i > 9
               set ws-perfil-vago(i) to true
               set ws-perfil-sem-preco(i) to true
               move zero to ws-tab-prf-preco-bilhete(i)
           end-perform

           open input arq-perfis
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
      *>  Carregando o preco do bilhete simples de cada perfil; sem
      *>  PREMIOS.TXT o sumario sai sem o gasto projetado
      *>------------------------------------------------------------------------
       carrega-precos section.
           open input arq-premios
           if ws-premios-status not = "35"
               set ws-premios-continua to true
               perform until ws-premios-fim
                   read arq-premios
                       at end
                           set ws-premios-fim to true
                       not at end
                           if ws-prm-perfil-codigo >= 1
                                   and ws-prm-preco-bilhete is numeric
                               move ws-prm-preco-bilhete
                                   to ws-tab-prf-preco-bilhete
                                      (ws-prm-perfil-codigo)
                               set ws-perfil-tem-preco
                                   (ws-prm-perfil-codigo) to true
                           end-if
                   end-read
               end-perform
               close arq-premios
           end-if
           .
       carrega-precos-exit.
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
      *>  Lendo HISTORICO.TXT inteiro e acumulando os grupos perfil x mes
      *>------------------------------------------------------------------------
                   move zero to ws-grp-max-tent(ws-grupo-achado)
                   move zero to ws-grp-soma-tempo(ws-grupo-achado)
                   move zero to ws-grp-soma-razao(ws-grupo-achado)
                   move zero to ws-grp-soma-gasto(ws-grupo-achado)
               end-if
           end-if


               perform calcula-razao-registro
               add ws-razao-registro to ws-grp-soma-razao(ws-grupo-achado)

      *>           o gasto de cada execucao segue o tamanho da aposta dela
               move ws-perfil-achado
                   to ws-grp-perfil-codigo(ws-grupo-achado)
               if ws-perfil-achado > 0
                   compute ws-gasto-registro rounded = ws-hist-num-tent
                           * ws-tab-prf-preco-bilhete(ws-perfil-achado)
                           * ws-comb-aposta
                   add ws-gasto-registro
                       to ws-grp-soma-gasto(ws-grupo-achado)
               end-if
           end-if
           .
       acumula-registro-exit.
      *>  Exibindo o sumario gerencial por perfil e mes
      *>------------------------------------------------------------------------
       exibe-sumario section.
           move "RELHISTORICO" to ws-rel-prefixo
           move "SUMARIO GERENCIAL DE EXECUCOES - HISTORICO.TXT"
               to ws-rc1-relatorio
           move "FILTRO: " to ws-rc2-rotulo-filtro
           move "TODAS AS EXECUCOES DO HISTORICO" to ws-rc2-filtro
           perform abre-relatorio

           display " "
           display "====================================================="
           display "SUMARIO GERENCIAL DE EXECUCOES - HISTORICO.TXT"
               perform finaliza
           end-if

           move "EXECUCOES POR PERFIL E MES" to ws-rel-titulo-secao
           move ws-rel-col-grupo-1 to ws-rel-colunas-1
           move ws-rel-col-grupo-2 to ws-rel-colunas-2
           perform inicia-secao-relatorio

           perform varying ws-idx-grupo from 1 by 1
                   until ws-idx-grupo > ws-qtd-grupos
               perform exibe-grupo
           end-perform

           perform imprime-projecoes
           .
       exibe-sumario-exit.
           exit.
                   / ws-grp-qtd-execucoes(ws-idx-grupo)
           move ws-media-razao to ws-razao-edicao
           display "  Tentativas / odds teoricas      : " ws-razao-edicao

      *>       a media de tentativas do grupo vista no calendario real
           move ws-grp-perfil-codigo(ws-idx-grupo) to ws-perfil-codigo
           if ws-perfil-codigo > 0
               move ws-tab-prf-dias-sorteio(ws-perfil-codigo)
                   to ws-perfil-dias-sorteio
               move ws-tab-prf-especial-ddmm(ws-perfil-codigo)
                   to ws-perfil-especial-ddmm
               move ws-media-tent to ws-proj-qtd-sorteios
               perform projeta-data-sorteios
           else
               set ws-projecao-sem-programacao to true
           end-if

           move ws-media-tent to ws-grp-media-tent(ws-idx-grupo)
           move spaces to ws-grp-proj-gasto(ws-idx-grupo)
           if ws-projecao-ok and ws-media-tent > 0
               display "  Jogando todos os sorteios a partir de hoje, a "
                       "media de tentativas:"
               display "    Acertaria em                  : "
                       ws-proj-data-edicao
               display "    Depois de (anos)              : "
                       ws-proj-anos-edicao
               move ws-proj-data-edicao to ws-grp-proj-data(ws-idx-grupo)
               move ws-proj-anos-edicao to ws-grp-proj-anos(ws-idx-grupo)
               if ws-perfil-tem-preco(ws-perfil-codigo)
                   compute ws-media-gasto rounded =
                           ws-grp-soma-gasto(ws-idx-grupo)
                           / ws-grp-qtd-execucoes(ws-idx-grupo)
                   move ws-media-gasto to ws-valor-edicao
                   display "    Tendo gasto (R$)              : "
                           ws-valor-edicao
                   move ws-valor-edicao to ws-grp-proj-gasto(ws-idx-grupo)
               end-if
           else
               display "  Projecao no calendario          : indisponivel "
                       "(perfil sem dias de sorteio)"
               move "INDISPONIVEL" to ws-grp-proj-data(ws-idx-grupo)
               move spaces to ws-grp-proj-anos(ws-idx-grupo)
           end-if

      *>       linha do grupo no relatorio impresso
           move ws-grp-perfil-nome(ws-idx-grupo) to ws-rdg-perfil
           perform edita-mes-relatorio
           move ws-rel-mes-edicao to ws-rdg-mes
           move ws-grp-qtd-execucoes(ws-idx-grupo) to ws-rdg-execucoes
           move ws-media-tent to ws-rdg-tent-media
           move ws-grp-min-tent(ws-idx-grupo) to ws-rdg-tent-min
           move ws-grp-max-tent(ws-idx-grupo) to ws-rdg-tent-max
           move ws-media-tempo to ws-rdg-tempo
           move ws-media-razao to ws-rdg-razao
           move ws-rel-det-grupo to ws-rel-linha
           perform imprime-linha-relatorio

           add ws-grp-qtd-execucoes(ws-idx-grupo) to ws-rel-total-execucoes
           add ws-grp-soma-tent(ws-idx-grupo) to ws-rel-total-tentativas
           .
       exibe-grupo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mes do grupo corrente no formato AAAA-MM do relatorio impresso
      *>------------------------------------------------------------------------
       edita-mes-relatorio section.
           divide ws-grp-mes(ws-idx-grupo) by 100 giving ws-rme-ano
               remainder ws-rme-mes
           .
       edita-mes-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Secao do relatorio impresso com a projecao de cada grupo no
      *>  calendario real
      *>------------------------------------------------------------------------
       imprime-projecoes section.
           move "PROJECAO DA MEDIA DE TENTATIVAS NO CALENDARIO"
               to ws-rel-titulo-secao
           move ws-rel-col-projecao-1 to ws-rel-colunas-1
           move ws-rel-col-projecao-2 to ws-rel-colunas-2
           perform inicia-secao-relatorio

           perform varying ws-idx-grupo from 1 by 1
                   until ws-idx-grupo > ws-qtd-grupos
               move ws-grp-perfil-nome(ws-idx-grupo) to ws-rdp-perfil
               perform edita-mes-relatorio
               move ws-rel-mes-edicao to ws-rdp-mes
               move ws-grp-media-tent(ws-idx-grupo) to ws-rdp-tent-media
               move ws-grp-proj-data(ws-idx-grupo) to ws-rdp-data
               move ws-grp-proj-anos(ws-idx-grupo) to ws-rdp-anos
               move ws-grp-proj-gasto(ws-idx-grupo) to ws-rdp-gasto
               move ws-rel-det-projecao to ws-rel-linha
               perform imprime-linha-relatorio
           end-perform
           .
       imprime-projecoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais de controle do rodape do relatorio impresso
      *>------------------------------------------------------------------------
       imprime-rodape-relatorio section.
           move "Registros lidos do historico" to ws-rlt-rotulo
           move ws-qtd-registros-lidos to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Registros de layout antigo ignorados" to ws-rlt-rotulo
           move ws-qtd-linhas-ignoradas to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Grupos perfil x mes" to ws-rlt-rotulo
           move ws-qtd-grupos to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Total de execucoes" to ws-rlt-rotulo
           move ws-rel-total-execucoes to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Total de tentativas" to ws-rlt-rotulo
           move ws-rel-total-tentativas to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio
           .
       imprime-rodape-relatorio-exit.
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
           move "relatorio_historico" to ws-ops-programa
           move "PERFIS.TXT PREMIOS.TXT CALENDARIO.TXT HISTORICO.TXT"
               to ws-ops-arq-entrada
           move spaces to ws-ops-arq-saida
           .
       identifica-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contadores do diario de operacoes: as linhas de detalhe do
      *>  relatorio impresso contam como registros gravados
      *>------------------------------------------------------------------------
       apura-contadores-operacao section.
           compute ws-ops-qtd-lidos = ws-qtd-registros-lidos
                   + ws-qtd-linhas-ignoradas
           move ws-qtd-linhas-ignoradas to ws-ops-qtd-rejeitados
           if ws-rel-pagina > 0
               move ws-rel-nome-arquivo to ws-ops-arq-saida
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
