      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "analise_padroes".
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
           select arq-resultados-reais assign to "RESULTADOSMASTER.DAT"
               organization is indexed
               access mode is dynamic
               record key is ws-res-chave
               file status is ws-resultados-status.

           select arq-sorteios assign to "SORTEIOS.CSV"
               organization is line sequential
               file status is ws-sorteios-status.

           select arq-apostas assign to "APOSTAS.TXT"
               organization is line sequential
               file status is ws-apostas-status.

           select arq-perfis assign to "PERFIS.TXT"
               organization is line sequential
               file status is ws-perfis-status.

           select arq-operacoes assign to "OPERACOES.LOG"
               organization is line sequential
               file status is ws-operacoes-status.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>----Resultados oficiais consolidados, indexados pela chave perfil
      *>    + concurso
       fd  arq-resultados-reais.
       01 ws-reg-resultado-real.
           05 ws-res-chave.
               10 ws-res-perfil              pic 9(01).
               10 ws-res-concurso            pic 9(05).
           05 ws-res-data                    pic 9(08).
           05 ws-res-qtd-sorteio             pic 9(02).
           05 ws-res-dezenas.
               10 ws-res-dezena occurs 15    pic 9(02).

      *>----Arquivo csv com todos os sorteios gravado pelo simulador
       fd  arq-sorteios.
       01 ws-reg-sorteio                     pic x(200).

      *>----Lote de apostas a ser avaliado contra os formatos sorteados
       fd  arq-apostas.
       01 ws-reg-aposta                      pic x(200).

      *>----Master de perfis de jogo mantido por cadastro_perfis
       fd  arq-perfis.
       01 ws-reg-perfil-master.
           05 ws-prf-codigo                  pic 9(01).
           05 filler                        pic x(01).
           05 ws-prf-situacao                pic x(01).
           05 filler                        pic x(01).
           05 ws-prf-nome                    pic x(20).
           05 filler                        pic x(01).
           05 ws-prf-num-min                 pic 9(02).
           05 filler                        pic x(01).
           05 ws-prf-num-max                 pic 9(02).
           05 filler                        pic x(01).
           05 ws-prf-qtd-sorteio             pic 9(02).
      *>       programacao de sorteios (dias da semana e concurso especial),
      *>       mantida pelo cadastro de perfis e nao usada aqui
           05 filler                        pic x(34).


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

      *>----Variaveis do perfil do jogo selecionado
       01 ws-perfil-jogo.
           05 ws-perfil-codigo                     pic 9(01).
           05 ws-perfil-nome                       pic x(20).
           05 ws-perfil-num-min                    pic 9(02).
           05 ws-perfil-num-max                    pic 9(02).
           05 ws-perfil-qtd-sorteio                pic 9(02).

       77 ws-qtd-num-maximo                        pic 9(02).

      *>----Tabela de perfis carregada de PERFIS.TXT, indexada pelo
      *>    proprio codigo; situacao em branco = codigo nao cadastrado
       77 ws-perfis-status                         pic x(02).
       77 ws-fim-perfis                            pic x(01).
           88 ws-perfis-fim                        value "S".
           88 ws-perfis-continua                   value "N".
       01 ws-tabela-perfis occurs 9.
           05 ws-tab-prf-situacao                  pic x(01).
               88 ws-perfil-ativo                  value "A".
               88 ws-perfil-inativo                value "I".
               88 ws-perfil-vago                   value " ".
           05 ws-tab-prf-nome                      pic x(20).
           05 ws-tab-prf-num-min                   pic 9(02).
           05 ws-tab-prf-num-max                   pic 9(02).
           05 ws-tab-prf-qtd-sorteio               pic 9(02).

      *>----Varredura do master de resultados oficiais
       77 ws-resultados-status                     pic x(02).
       77 ws-fim-resultados-reais                  pic x(01).
           88 ws-resultados-reais-fim              value "S".
           88 ws-resultados-reais-continua         value "N".

      *>----Variaveis da leitura do csv de sorteios
       77 ws-sorteios-status                       pic x(02).
       77 ws-fim-sorteios                          pic x(01).
           88 ws-sorteios-fim                      value "S".
           88 ws-sorteios-continua                 value "N".
       77 ws-ptr-linha                             pic 9(04).
       77 ws-token-csv                             pic x(20).
       77 ws-qtd-virgulas                          pic 9(03).
       77 ws-virgulas-esperadas                    pic 9(03).
       77 ws-dezena-lida                           pic 9(02).
       77 ws-linha-ok                              pic x(01).
           88 ws-linha-valida                      value "S".
           88 ws-linha-invalida                    value "N".

      *>----Filtro opcional de RUN ID: execucoes simultaneas compartilham
      *>    SORTEIOS.CSV e cada linha carrega o RUN ID que a gravou
       77 ws-filtro-run-id                         pic x(16).
       77 ws-qtd-linhas-outros-runs                pic 9(10) value zero.
       77 ws-qtd-linhas-ignoradas                  pic 9(10) value zero.
       77 ws-qtd-concursos-ignorados               pic 9(10) value zero.

      *>----Fonte em acumulacao: 1 = concursos oficiais do master,
      *>    2 = sorteios simulados do csv
       77 ws-fonte                                 pic 9(01).
           88 ws-fonte-oficial                     value 1.
           88 ws-fonte-simulada                    value 2.

      *>----Layout do volante impresso: 10 colunas por linha, ou 5 nos
      *>    jogos de ate 25 dezenas (volante 5 x 5 da Lotofacil)
       77 ws-volante-colunas                       pic 9(02).
       77 ws-volante-linhas                        pic 9(02).
       77 ws-desloc-dezena                         pic 9(02).
       77 ws-linha-volante                         pic 9(02).
       77 ws-coluna-volante                        pic 9(02).

      *>----Faixas de soma: o intervalo entre a menor e a maior soma
      *>    possivel do perfil dividido em 10 faixas de mesma largura
       77 ws-soma-minima                           pic 9(04).
       77 ws-soma-maxima                           pic 9(04).
       77 ws-largura-faixa-soma                    pic 9(04).
       77 ws-faixa-ini                             pic 9(04).
       77 ws-faixa-fim                             pic 9(04).

      *>----Formato de um sorteio (ou de um bilhete simples): dezenas em
      *>    ordem crescente e as medidas apuradas sobre elas
       77 ws-fmt-qtd                               pic 9(02).
       01 ws-fmt-dezena occurs 20                  pic 9(02).
       77 ws-fmt-impares                           pic 9(02).
       77 ws-fmt-soma                              pic 9(04).
       77 ws-fmt-faixa-soma                        pic 9(02).
       77 ws-fmt-linhas-ocupadas                   pic 9(02).
       77 ws-fmt-colunas-ocupadas                  pic 9(02).
       77 ws-fmt-sequencias                        pic 9(02).
       77 ws-fmt-em-sequencia                      pic x(01).
           88 ws-fmt-dentro-sequencia              value "S".
           88 ws-fmt-fora-sequencia                value "N".
       01 ws-fmt-linha occurs 10                   pic 9(02).
       01 ws-fmt-coluna occurs 10                  pic 9(02).

      *>----Distribuicoes acumuladas por fonte; impares e sequencias sao
      *>    indexados pela quantidade + 1 (zero ocupa a primeira posicao)
       01 ws-distribuicoes occurs 2.
           05 ws-dis-qtd-sorteios                  pic 9(10) value zero.
           05 ws-dis-impares occurs 21             pic 9(10) value zero.
           05 ws-dis-faixa-soma occurs 10          pic 9(10) value zero.
           05 ws-dis-linhas occurs 10              pic 9(10) value zero.
           05 ws-dis-colunas occurs 10             pic 9(10) value zero.
           05 ws-dis-sequencias occurs 11          pic 9(10) value zero.
           05 ws-dis-tot-linha occurs 10           pic 9(10) value zero.
           05 ws-dis-tot-coluna occurs 10          pic 9(10) value zero.

      *>----Coocorrencia de duplas e ternos, por fonte. Cada combinacao
      *>    x < y < z tem posicao fixa na tabela (numeracao combinatoria):
      *>    dupla = (y-1)(y-2)/2 + x e terno = (z-1)(z-2)(z-3)/6 +
      *>    (y-1)(y-2)/2 + x, o que cobre dezenas de 1 a 99
       01 ws-tabela-duplas occurs 4851.
           05 ws-freq-dupla occurs 2               pic 9(08) value zero.
       01 ws-tabela-ternos occurs 156849.
           05 ws-freq-terno occurs 2               pic 9(08) value zero.
       77 ws-idx-dupla                             pic 9(04).
       77 ws-idx-terno                             pic 9(06).
       77 ws-x                                     pic 9(03).
       77 ws-y                                     pic 9(03).
       77 ws-z                                     pic 9(03).

      *>----Ranking das 10 combinacoes mais frequentes de uma fonte
       77 ws-qtd-top                               pic 9(02).
       01 ws-tabela-top occurs 10.
           05 ws-top-freq                          pic 9(08).
           05 ws-top-idx                           pic 9(06).
           05 ws-top-dezena occurs 3               pic 9(02).
       01 ws-top-auxiliar.
           05 ws-aux-freq                          pic 9(08).
           05 ws-aux-idx                           pic 9(06).
           05 ws-aux-dezena occurs 3               pic 9(02).
       77 ws-tamanho-comb                          pic 9(01).

      *>----Lote de apostas de APOSTAS.TXT
       77 ws-apostas-status                        pic x(02).
       77 ws-fim-apostas                           pic x(01).
           88 ws-apostas-fim                       value "S".
           88 ws-apostas-continua                  value "N".
       77 ws-seq-aposta-lote                       pic 9(05) value zero.
       77 ws-token-aposta                          pic x(04).
       77 ws-apt-valida                            pic x(01).
           88 ws-aposta-valida                     value "S".
           88 ws-aposta-invalida                   value "N".
       77 ws-qtd-num                               pic 9(02).
       01 ws-numeros-usu occurs 20                 pic 9(02).

      *>----Avaliacao de uma aposta: cada bilhete simples contido nela
      *>    e comparado com as distribuicoes de referencia (a oficial; a
      *>    simulada quando o master nao tem concursos do perfil)
       77 ws-limiar-incomum                        pic 9(02)v99.
       77 ws-fonte-referencia                      pic 9(01).
       01 ws-comb-pos occurs 15                    pic 9(02).
       77 ws-comb-fim                              pic x(01).
           88 ws-combinacoes-fim                   value "S".
           88 ws-combinacoes-continua              value "N".
       77 ws-qtd-simples-aposta                    pic 9(06).
       77 ws-qtd-simples-incomuns                  pic 9(06).
       77 ws-medidas-incomuns                      pic 9(01).
       77 ws-medidas-texto                         pic x(60).
       77 ws-ptr-texto                             pic 9(04).
       77 ws-pct-medida                            pic 9(03)v99.
       77 ws-pct-impares                           pic 9(03)v99.
       77 ws-pct-faixa-soma                        pic 9(03)v99.
       77 ws-pct-linhas                            pic 9(03)v99.
       77 ws-pct-colunas                           pic 9(03)v99.
       77 ws-pct-sequencias                        pic 9(03)v99.

      *>----Contadores do resumo do lote
       77 ws-qtd-apostas-avaliadas                 pic 9(05) value zero.
       77 ws-qtd-apostas-invalidas                 pic 9(05) value zero.
       77 ws-qtd-apostas-incomuns                  pic 9(05) value zero.

      *>----Variaveis de edicao do relatorio
       77 ws-dezena-edicao                         pic z9.
       77 ws-qtd-edicao                            pic zzzzzzzzz9.
       77 ws-qtd-edicao-2                          pic zzzzzzzzz9.
       77 ws-pct-edicao                            pic zz9,99.
       77 ws-pct-edicao-2                          pic zz9,99.
       77 ws-limiar-edicao                         pic z9,99.
       77 ws-media-edicao                          pic z9,99.
       77 ws-media-edicao-2                        pic z9,99.
       77 ws-media                                 pic 9(02)v99.
       77 ws-faixa-edicao                          pic zzz9.
       77 ws-faixa-edicao-2                        pic zzz9.
       77 ws-seq-edicao                            pic zzzz9.
       77 ws-rotulo                                pic x(16).
       77 ws-cont-oficial                          pic 9(10).
       77 ws-cont-simulado                         pic 9(10).
       77 ws-bloco-relatorio                       pic x(01).
           88 ws-bloco-impares                     value "I".
           88 ws-bloco-soma                        value "S".
           88 ws-bloco-linhas                      value "L".
           88 ws-bloco-colunas                     value "C".
           88 ws-bloco-sequencias                  value "Q".

       01 ws-vars-trabalho.
           05 i                                    pic 9(02).
           05 j                                    pic 9(02).
           05 k                                    pic 9(02).
           05 ws-aux-dezena-ord                    pic 9(02).


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
           perform acumula-oficial.
           perform acumula-simulado.
           perform exibe-relatorio.
           perform avalia-lote-apostas.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Carregando o master de perfis de jogo; sem PERFIS.TXT os tres
      *>  perfis originais do sistema continuam valendo
      *>------------------------------------------------------------------------
       carrega-perfis section.
           perform varying i from 1 by 1 until i > 9
               set ws-perfil-vago(i) to true
           end-perform

           open input arq-perfis
           if ws-perfis-status = "35"
               display "Nenhum PERFIS.TXT encontrado - usando os perfis "
                       "padrao do sistema."
               perform carrega-perfis-padrao
           else
               set ws-perfis-continua to true
               perform until ws-perfis-fim
                   read arq-perfis
                       at end
                           set ws-perfis-fim to true
                       not at end
      *>                   uma linha sem codigo valido ou com situacao
      *>                   desconhecida nao pode virar perfil
                           if ws-prf-codigo >= 1
                                   and (ws-prf-situacao = "A"
                                        or ws-prf-situacao = "I")
                               move ws-prf-situacao
                                   to ws-tab-prf-situacao(ws-prf-codigo)
                               move ws-prf-nome
                                   to ws-tab-prf-nome(ws-prf-codigo)
                               move ws-prf-num-min
                                   to ws-tab-prf-num-min(ws-prf-codigo)
                               move ws-prf-num-max
                                   to ws-tab-prf-num-max(ws-prf-codigo)
                               move ws-prf-qtd-sorteio
                                   to ws-tab-prf-qtd-sorteio(ws-prf-codigo)
                           else
                               display "Aviso: linha invalida em "
                                       "PERFIS.TXT ignorada."
                           end-if
                   end-read
               end-perform
               close arq-perfis
           end-if
           .
       carrega-perfis-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Semeando a tabela com os tres perfis originais do sistema,
      *>  usados quando ainda nao existe um PERFIS.TXT
      *>------------------------------------------------------------------------
       carrega-perfis-padrao section.
           set ws-perfil-ativo(1) to true
           move "MEGA-SENA"  to ws-tab-prf-nome(1)
           move 01           to ws-tab-prf-num-min(1)
           move 60           to ws-tab-prf-num-max(1)
           move 06           to ws-tab-prf-qtd-sorteio(1)

           set ws-perfil-ativo(2) to true
           move "LOTOFACIL"  to ws-tab-prf-nome(2)
           move 01           to ws-tab-prf-num-min(2)
           move 25           to ws-tab-prf-num-max(2)
           move 15           to ws-tab-prf-qtd-sorteio(2)

           set ws-perfil-ativo(3) to true
           move "QUINA"      to ws-tab-prf-nome(3)
           move 01           to ws-tab-prf-num-min(3)
           move 80           to ws-tab-prf-num-max(3)
           move 05           to ws-tab-prf-qtd-sorteio(3)
           .
       carrega-perfis-padrao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Selecionando o perfil analisado, o RUN ID dos sorteios simulados
      *>  e o limiar de formato incomum; montando o volante e as faixas
      *>  de soma do perfil
      *>------------------------------------------------------------------------
       seleciona-perfil section.
           display "Selecione o jogo a analisar:"
           perform varying i from 1 by 1 until i > 9
               if ws-perfil-ativo(i)
                   display i " - " ws-tab-prf-nome(i) " ("
                           ws-tab-prf-num-min(i) " a "
                           ws-tab-prf-num-max(i) ", "
                           ws-tab-prf-qtd-sorteio(i)
                           " dezenas sorteadas)"
               end-if
           end-perform
           accept ws-perfil-codigo

      *>       escolha invalida ou inativa assume o menor perfil ativo,
      *>       como antes valia a Mega-Sena
           if ws-perfil-codigo < 1
                   or not ws-perfil-ativo(ws-perfil-codigo)
               move zero to ws-perfil-codigo
               perform varying i from 1 by 1
                       until i > 9 or ws-perfil-codigo > 0
                   if ws-perfil-ativo(i)
                       move i to ws-perfil-codigo
                   end-if
               end-perform

               if ws-perfil-codigo = 0
                   display "Nenhum perfil de jogo ativo em PERFIS.TXT - "
                           "nada a analisar."
                   move 8 to return-code
                   move "NENHUM PERFIL ATIVO EM PERFIS.TXT"
                       to ws-ops-motivo
                   perform finaliza
               end-if
               display "Perfil invalido ou inativo - assumindo o perfil "
                       ws-perfil-codigo " ("
                       ws-tab-prf-nome(ws-perfil-codigo) ")."
           end-if

           move ws-tab-prf-nome(ws-perfil-codigo) to ws-perfil-nome
           move ws-tab-prf-num-min(ws-perfil-codigo) to ws-perfil-num-min
           move ws-tab-prf-num-max(ws-perfil-codigo) to ws-perfil-num-max
           move ws-tab-prf-qtd-sorteio(ws-perfil-codigo)
               to ws-perfil-qtd-sorteio

           compute ws-qtd-num-maximo = ws-perfil-qtd-sorteio + 4
           if ws-qtd-num-maximo > 20
               move 20 to ws-qtd-num-maximo
           end-if

           display "Informe o RUN ID dos sorteios simulados (vazio = "
                   "todos):"
           accept ws-filtro-run-id

           display "Limiar de formato incomum, em % dos sorteios "
                   "(0 = 5%):"
           accept ws-limiar-incomum
           if ws-limiar-incomum = 0
               move 5 to ws-limiar-incomum
           end-if

      *>       uma linha do csv deste perfil tem run id, lote, tentativa e
      *>       as dezenas seguidos de virgula; o carimbo final nao tem
           compute ws-virgulas-esperadas = ws-perfil-qtd-sorteio + 3

           if ws-perfil-num-max - ws-perfil-num-min + 1 <= 25
               move 5 to ws-volante-colunas
           else
               move 10 to ws-volante-colunas
           end-if
           compute ws-volante-linhas =
                   (ws-perfil-num-max - ws-perfil-num-min)
                   / ws-volante-colunas + 1

           compute ws-soma-minima =
                   ws-perfil-qtd-sorteio * ws-perfil-num-min
                 + ws-perfil-qtd-sorteio * (ws-perfil-qtd-sorteio - 1) / 2
           compute ws-soma-maxima =
                   ws-perfil-qtd-sorteio * ws-perfil-num-max
                 - ws-perfil-qtd-sorteio * (ws-perfil-qtd-sorteio - 1) / 2
           compute ws-largura-faixa-soma =
                   (ws-soma-maxima - ws-soma-minima) / 10 + 1
           .
       seleciona-perfil-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumulando os concursos oficiais do perfil no master
      *>------------------------------------------------------------------------
       acumula-oficial section.
           set ws-fonte-oficial to true

           open input arq-resultados-reais
           if ws-resultados-status = "35"
               display "Nenhum RESULTADOSMASTER.DAT encontrado - coluna "
                       "oficial fica vazia."
           else
               set ws-resultados-reais-continua to true

               move ws-perfil-codigo to ws-res-perfil
               move zero to ws-res-concurso
               start arq-resultados-reais key >= ws-res-chave
                   invalid key
                       set ws-resultados-reais-fim to true
               end-start

               perform until ws-resultados-reais-fim
                   read arq-resultados-reais next
                       at end
                           set ws-resultados-reais-fim to true
                       not at end
                           if ws-res-perfil not = ws-perfil-codigo
                               set ws-resultados-reais-fim to true
                           else
                               perform prepara-concurso-oficial
                           end-if
                   end-read
               end-perform

               close arq-resultados-reais
           end-if
           .
       acumula-oficial-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Validando um concurso oficial contra o perfil e levando suas
      *>  dezenas para a acumulacao
      *>------------------------------------------------------------------------
       prepara-concurso-oficial section.
           set ws-linha-valida to true
           if ws-res-qtd-sorteio not = ws-perfil-qtd-sorteio
               set ws-linha-invalida to true
           end-if

           move ws-perfil-qtd-sorteio to ws-fmt-qtd
           perform varying i from 1 by 1
                   until i > ws-fmt-qtd or ws-linha-invalida
               move ws-res-dezena(i) to ws-fmt-dezena(i)
               if ws-fmt-dezena(i) < ws-perfil-num-min
                       or ws-fmt-dezena(i) > ws-perfil-num-max
                   set ws-linha-invalida to true
               end-if
           end-perform

           if ws-linha-valida
               perform acumula-sorteio
           else
               add 1 to ws-qtd-concursos-ignorados
           end-if
           .
       prepara-concurso-oficial-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumulando os sorteios simulados do perfil gravados em
      *>  SORTEIOS.CSV
      *>------------------------------------------------------------------------
       acumula-simulado section.
           set ws-fonte-simulada to true

           open input arq-sorteios
           if ws-sorteios-status = "35"
               display "Nenhum SORTEIOS.CSV encontrado - coluna simulada "
                       "fica vazia."
           else
               set ws-sorteios-continua to true
               perform until ws-sorteios-fim
                   read arq-sorteios
                       at end
                           set ws-sorteios-fim to true
                       not at end
                           perform prepara-linha-sorteio
                   end-read
               end-perform

               close arq-sorteios
           end-if
           .
       acumula-simulado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Separando as dezenas de uma linha do csv: valida o numero de
      *>  campos contra o perfil e o RUN ID pedido, como analise_sorteios
      *>------------------------------------------------------------------------
       prepara-linha-sorteio section.
           move zero to ws-qtd-virgulas
           inspect ws-reg-sorteio tallying ws-qtd-virgulas for all ","

           if ws-qtd-virgulas <> ws-virgulas-esperadas
               add 1 to ws-qtd-linhas-ignoradas
           else
               move 1 to ws-ptr-linha
               unstring ws-reg-sorteio delimited by ","
                   into ws-token-csv
                   with pointer ws-ptr-linha

               if ws-token-csv(1:16) not numeric
                   add 1 to ws-qtd-linhas-ignoradas
               else
               if ws-filtro-run-id not = spaces
                       and ws-token-csv(1:16) not = ws-filtro-run-id
                   add 1 to ws-qtd-linhas-outros-runs
               else
      *>               pulando o numero da aposta do lote e o da tentativa
                   unstring ws-reg-sorteio delimited by ","
                       into ws-token-csv
                       with pointer ws-ptr-linha
                   unstring ws-reg-sorteio delimited by ","
                       into ws-token-csv
                       with pointer ws-ptr-linha

                   set ws-linha-valida to true
                   move ws-perfil-qtd-sorteio to ws-fmt-qtd
                   perform varying i from 1 by 1 until i > ws-fmt-qtd
                       unstring ws-reg-sorteio delimited by ","
                           into ws-token-csv
                           with pointer ws-ptr-linha
                       inspect ws-token-csv replacing leading " " by "0"
                       move ws-token-csv to ws-dezena-lida
                       move ws-dezena-lida to ws-fmt-dezena(i)
                       if ws-dezena-lida < ws-perfil-num-min
                               or ws-dezena-lida > ws-perfil-num-max
                           set ws-linha-invalida to true
                       end-if
                   end-perform

                   if ws-linha-valida
                       perform acumula-sorteio
                   else
                       add 1 to ws-qtd-linhas-ignoradas
                   end-if
               end-if
               end-if
           end-if
           .
       prepara-linha-sorteio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumulando um sorteio na fonte corrente: formato, totais do
      *>  volante e coocorrencia de duplas e ternos
      *>------------------------------------------------------------------------
       acumula-sorteio section.
           perform ordena-dezenas
           perform apura-formato

           add 1 to ws-dis-qtd-sorteios(ws-fonte)
           add 1 to ws-dis-impares(ws-fonte, ws-fmt-impares + 1)
           add 1 to ws-dis-faixa-soma(ws-fonte, ws-fmt-faixa-soma)
           add 1 to ws-dis-linhas(ws-fonte, ws-fmt-linhas-ocupadas)
           add 1 to ws-dis-colunas(ws-fonte, ws-fmt-colunas-ocupadas)
           add 1 to ws-dis-sequencias(ws-fonte, ws-fmt-sequencias + 1)

           perform varying i from 1 by 1 until i > ws-volante-linhas
               add ws-fmt-linha(i) to ws-dis-tot-linha(ws-fonte, i)
           end-perform
           perform varying i from 1 by 1 until i > ws-volante-colunas
               add ws-fmt-coluna(i) to ws-dis-tot-coluna(ws-fonte, i)
           end-perform

      *>       dezenas em ordem crescente: cada dupla e cada terno saem
      *>       uma vez so, ja com x < y < z
           perform varying i from 1 by 1 until i > ws-fmt-qtd
               perform varying j from i by 1 until j > ws-fmt-qtd
                   if j > i
                       move ws-fmt-dezena(i) to ws-x
                       move ws-fmt-dezena(j) to ws-y
                       compute ws-idx-dupla =
                               (ws-y - 1) * (ws-y - 2) / 2 + ws-x
                       add 1 to ws-freq-dupla(ws-idx-dupla, ws-fonte)

                       perform varying k from j by 1 until k > ws-fmt-qtd
                           if k > j
                               move ws-fmt-dezena(k) to ws-z
                               compute ws-idx-terno =
                                   (ws-z - 1) * (ws-z - 2) * (ws-z - 3) / 6
                                 + (ws-y - 1) * (ws-y - 2) / 2 + ws-x
                               add 1
                                 to ws-freq-terno(ws-idx-terno, ws-fonte)
                           end-if
                       end-perform
                   end-if
               end-perform
           end-perform
           .
       acumula-sorteio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ordenando as dezenas do formato em ordem crescente
      *>------------------------------------------------------------------------
       ordena-dezenas section.
           perform varying i from 2 by 1 until i > ws-fmt-qtd
               move ws-fmt-dezena(i) to ws-aux-dezena-ord
               move i to j
               perform until j < 2
                       or ws-fmt-dezena(j - 1) <= ws-aux-dezena-ord
                   move ws-fmt-dezena(j - 1) to ws-fmt-dezena(j)
                   subtract 1 from j
               end-perform
               move ws-aux-dezena-ord to ws-fmt-dezena(j)
           end-perform
           .
       ordena-dezenas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apurando o formato das dezenas ordenadas: impares, soma e sua
      *>  faixa, linhas e colunas do volante ocupadas e quantas
      *>  sequencias de dezenas consecutivas existem
      *>------------------------------------------------------------------------
       apura-formato section.
           move zero to ws-fmt-impares
           move zero to ws-fmt-soma
           move zero to ws-fmt-linhas-ocupadas
           move zero to ws-fmt-colunas-ocupadas
           move zero to ws-fmt-sequencias
           set ws-fmt-fora-sequencia to true
           perform varying i from 1 by 1 until i > 10
               move zero to ws-fmt-linha(i)
               move zero to ws-fmt-coluna(i)
           end-perform

           perform varying i from 1 by 1 until i > ws-fmt-qtd
               divide ws-fmt-dezena(i) by 2 giving ws-x
                   remainder ws-y
               if ws-y = 1
                   add 1 to ws-fmt-impares
               end-if
               add ws-fmt-dezena(i) to ws-fmt-soma

               compute ws-desloc-dezena =
                       ws-fmt-dezena(i) - ws-perfil-num-min
               divide ws-desloc-dezena by ws-volante-colunas
                   giving ws-linha-volante remainder ws-coluna-volante
               add 1 to ws-linha-volante
               add 1 to ws-coluna-volante
               add 1 to ws-fmt-linha(ws-linha-volante)
               add 1 to ws-fmt-coluna(ws-coluna-volante)

      *>           uma sequencia conta uma vez, na sua segunda dezena
               if i > 1
                   if ws-fmt-dezena(i) = ws-fmt-dezena(i - 1) + 1
                       if ws-fmt-fora-sequencia
                           add 1 to ws-fmt-sequencias
                           set ws-fmt-dentro-sequencia to true
                       end-if
                   else
                       set ws-fmt-fora-sequencia to true
                   end-if
               end-if
           end-perform

           perform varying i from 1 by 1 until i > 10
               if ws-fmt-linha(i) > 0
                   add 1 to ws-fmt-linhas-ocupadas
               end-if
               if ws-fmt-coluna(i) > 0
                   add 1 to ws-fmt-colunas-ocupadas
               end-if
           end-perform

           compute ws-fmt-faixa-soma =
                   (ws-fmt-soma - ws-soma-minima) / ws-largura-faixa-soma
                   + 1
           if ws-fmt-faixa-soma > 10
               move 10 to ws-fmt-faixa-soma
           end-if
           .
       apura-formato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibindo o relatorio de padroes, oficial e simulado lado a lado
      *>------------------------------------------------------------------------
       exibe-relatorio section.
           display " "
           display "================================================="
           display "PADROES DE SORTEIO - " ws-perfil-nome
           display "================================================="
           move ws-dis-qtd-sorteios(1) to ws-qtd-edicao
           display "Concursos oficiais analisados : " ws-qtd-edicao
           move ws-qtd-concursos-ignorados to ws-qtd-edicao
           display "Concursos oficiais ignorados  : " ws-qtd-edicao
           move ws-dis-qtd-sorteios(2) to ws-qtd-edicao
           display "Sorteios simulados analisados : " ws-qtd-edicao
           move ws-qtd-linhas-ignoradas to ws-qtd-edicao
           display "Linhas de outros perfis       : " ws-qtd-edicao
           move ws-qtd-linhas-outros-runs to ws-qtd-edicao
           display "Linhas de outras execucoes    : " ws-qtd-edicao

           if ws-dis-qtd-sorteios(1) = 0 and ws-dis-qtd-sorteios(2) = 0
               display "Nenhum sorteio do perfil escolhido - nada a "
                       "analisar."
               move 4 to return-code
               move "NENHUM SORTEIO DO PERFIL ESCOLHIDO"
                   to ws-ops-motivo
               perform finaliza
           end-if

           display " "
           display "DEZENAS IMPARES      OFICIAL      %    "
                   "SIMULADO      %"
           set ws-bloco-impares to true
           perform varying i from 1 by 1
                   until i > ws-perfil-qtd-sorteio + 1
               compute j = i - 1
               move j to ws-dezena-edicao
               move spaces to ws-rotulo
               string "  " ws-dezena-edicao " impares"
                      delimited by size into ws-rotulo
               perform exibe-linha-distribuicao
           end-perform

           display " "
           display "FAIXA DE SOMA        OFICIAL      %    "
                   "SIMULADO      %"
           set ws-bloco-soma to true
           perform varying i from 1 by 1 until i > 10
               compute ws-faixa-ini = ws-soma-minima
                       + (i - 1) * ws-largura-faixa-soma
               compute ws-faixa-fim = ws-faixa-ini
                       + ws-largura-faixa-soma - 1
               if ws-faixa-fim > ws-soma-maxima
                   move ws-soma-maxima to ws-faixa-fim
               end-if
               if ws-faixa-ini <= ws-soma-maxima
                   move ws-faixa-ini to ws-faixa-edicao
                   move ws-faixa-fim to ws-faixa-edicao-2
                   move spaces to ws-rotulo
                   string "  " ws-faixa-edicao " a " ws-faixa-edicao-2
                          delimited by size into ws-rotulo
                   perform exibe-linha-distribuicao
               end-if
           end-perform

           display " "
           display "LINHAS DO VOLANTE    OFICIAL      %    "
                   "SIMULADO      %"
           set ws-bloco-linhas to true
           perform varying i from 1 by 1 until i > ws-volante-linhas
               move i to ws-dezena-edicao
               move spaces to ws-rotulo
               string "  " ws-dezena-edicao " ocupadas"
                      delimited by size into ws-rotulo
               perform exibe-linha-distribuicao
           end-perform

           display " "
           display "COLUNAS DO VOLANTE   OFICIAL      %    "
                   "SIMULADO      %"
           set ws-bloco-colunas to true
           perform varying i from 1 by 1 until i > ws-volante-colunas
               move i to ws-dezena-edicao
               move spaces to ws-rotulo
               string "  " ws-dezena-edicao " ocupadas"
                      delimited by size into ws-rotulo
               perform exibe-linha-distribuicao
           end-perform

           display " "
           display "SEQUENCIAS           OFICIAL      %    "
                   "SIMULADO      %"
           set ws-bloco-sequencias to true
           perform varying i from 1 by 1
                   until i > ws-perfil-qtd-sorteio / 2 + 1
               compute j = i - 1
               move j to ws-dezena-edicao
               move spaces to ws-rotulo
               string "  " ws-dezena-edicao " sequencias"
                      delimited by size into ws-rotulo
               perform exibe-linha-distribuicao
           end-perform

           display " "
           display "MEDIA DE DEZENAS POR SORTEIO EM CADA LINHA E COLUNA "
                   "DO VOLANTE (oficial / simulado):"
           perform varying i from 1 by 1 until i > ws-volante-linhas
               move i to ws-dezena-edicao
               move ws-dis-tot-linha(1, i) to ws-cont-oficial
               move ws-dis-tot-linha(2, i) to ws-cont-simulado
               perform calcula-medias-volante
               display "  linha  " ws-dezena-edicao ": "
                       ws-media-edicao " / " ws-media-edicao-2
           end-perform
           perform varying i from 1 by 1 until i > ws-volante-colunas
               move i to ws-dezena-edicao
               move ws-dis-tot-coluna(1, i) to ws-cont-oficial
               move ws-dis-tot-coluna(2, i) to ws-cont-simulado
               perform calcula-medias-volante
               display "  coluna " ws-dezena-edicao ": "
                       ws-media-edicao " / " ws-media-edicao-2
           end-perform

           perform varying ws-fonte from 1 by 1 until ws-fonte > 2
               if ws-dis-qtd-sorteios(ws-fonte) > 0
                   move 2 to ws-tamanho-comb
                   perform apura-top-duplas
                   perform exibe-top-combinacoes
                   move 3 to ws-tamanho-comb
                   perform apura-top-ternos
                   perform exibe-top-combinacoes
               end-if
           end-perform
           .
       exibe-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibindo uma linha de distribuicao: o rotulo e a contagem com o
      *>  percentual de cada fonte, na posicao i da distribuicao do bloco
      *>  corrente do relatorio
      *>------------------------------------------------------------------------
       exibe-linha-distribuicao section.
           evaluate true
               when ws-bloco-impares
                   move ws-dis-impares(1, i) to ws-cont-oficial
                   move ws-dis-impares(2, i) to ws-cont-simulado
               when ws-bloco-soma
                   move ws-dis-faixa-soma(1, i) to ws-cont-oficial
                   move ws-dis-faixa-soma(2, i) to ws-cont-simulado
               when ws-bloco-linhas
                   move ws-dis-linhas(1, i) to ws-cont-oficial
                   move ws-dis-linhas(2, i) to ws-cont-simulado
               when ws-bloco-colunas
                   move ws-dis-colunas(1, i) to ws-cont-oficial
                   move ws-dis-colunas(2, i) to ws-cont-simulado
               when ws-bloco-sequencias
                   move ws-dis-sequencias(1, i) to ws-cont-oficial
                   move ws-dis-sequencias(2, i) to ws-cont-simulado
           end-evaluate
           perform calcula-percentuais

           move ws-cont-oficial to ws-qtd-edicao
           move ws-cont-simulado to ws-qtd-edicao-2
           display ws-rotulo "  " ws-qtd-edicao " " ws-pct-edicao "  "
                   ws-qtd-edicao-2 " " ws-pct-edicao-2
           .
       exibe-linha-distribuicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Calculando as medias por sorteio de uma linha ou coluna do
      *>  volante nas duas fontes
      *>------------------------------------------------------------------------
       calcula-medias-volante section.
           move zero to ws-media
           if ws-dis-qtd-sorteios(1) > 0
               compute ws-media rounded =
                       ws-cont-oficial / ws-dis-qtd-sorteios(1)
           end-if
           move ws-media to ws-media-edicao

           move zero to ws-media
           if ws-dis-qtd-sorteios(2) > 0
               compute ws-media rounded =
                       ws-cont-simulado / ws-dis-qtd-sorteios(2)
           end-if
           move ws-media to ws-media-edicao-2
           .
       calcula-medias-volante-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apurando as 10 duplas mais frequentes da fonte corrente
      *>------------------------------------------------------------------------
       apura-top-duplas section.
           perform limpa-top
           perform varying ws-x from ws-perfil-num-min by 1
                   until ws-x > ws-perfil-num-max
               perform varying ws-y from ws-x by 1
                       until ws-y > ws-perfil-num-max
                   if ws-y > ws-x
                       compute ws-idx-dupla =
                               (ws-y - 1) * (ws-y - 2) / 2 + ws-x
                       move ws-freq-dupla(ws-idx-dupla, ws-fonte)
                           to ws-aux-freq
                       if ws-aux-freq > ws-top-freq(10)
                           move ws-idx-dupla to ws-aux-idx
                           move ws-x to ws-aux-dezena(1)
                           move ws-y to ws-aux-dezena(2)
                           move zero to ws-aux-dezena(3)
                           perform insere-top
                       end-if
                   end-if
               end-perform
           end-perform
           .
       apura-top-duplas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apurando os 10 ternos mais frequentes da fonte corrente
      *>------------------------------------------------------------------------
       apura-top-ternos section.
           perform limpa-top
           perform varying ws-x from ws-perfil-num-min by 1
                   until ws-x > ws-perfil-num-max
               perform varying ws-y from ws-x by 1
                       until ws-y > ws-perfil-num-max
                   if ws-y > ws-x
                       perform varying ws-z from ws-y by 1
                               until ws-z > ws-perfil-num-max
                           if ws-z > ws-y
                               compute ws-idx-terno =
                                   (ws-z - 1) * (ws-z - 2) * (ws-z - 3) / 6
                                 + (ws-y - 1) * (ws-y - 2) / 2 + ws-x
                               move ws-freq-terno(ws-idx-terno, ws-fonte)
                                   to ws-aux-freq
                               if ws-aux-freq > ws-top-freq(10)
                                   move ws-idx-terno to ws-aux-idx
                                   move ws-x to ws-aux-dezena(1)
                                   move ws-y to ws-aux-dezena(2)
                                   move ws-z to ws-aux-dezena(3)
                                   perform insere-top
                               end-if
                           end-if
                       end-perform
                   end-if
               end-perform
           end-perform
           .
       apura-top-ternos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Esvaziando o ranking antes de apurar uma nova combinacao
      *>------------------------------------------------------------------------
       limpa-top section.
           perform varying i from 1 by 1 until i > 10
               move zero to ws-top-freq(i)
               move zero to ws-top-idx(i)
               move zero to ws-top-dezena(i, 1)
               move zero to ws-top-dezena(i, 2)
               move zero to ws-top-dezena(i, 3)
           end-perform
           .
       limpa-top-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inserindo a combinacao auxiliar no ranking: entra na ultima
      *>  posicao e sobe enquanto tiver frequencia maior que a de cima
      *>------------------------------------------------------------------------
       insere-top section.
           move ws-top-auxiliar to ws-tabela-top(10)
           move 10 to i
           perform until i < 2
                   or ws-top-freq(i) <= ws-top-freq(i - 1)
               move ws-tabela-top(i - 1) to ws-top-auxiliar
               move ws-tabela-top(i) to ws-tabela-top(i - 1)
               move ws-top-auxiliar to ws-tabela-top(i)
               subtract 1 from i
           end-perform
           .
       insere-top-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibindo o ranking apurado, com a frequencia da mesma
      *>  combinacao na outra fonte ao lado
      *>------------------------------------------------------------------------
       exibe-top-combinacoes section.
           display " "
           if ws-tamanho-comb = 2
               move "DUPLAS" to ws-rotulo
           else
               move "TERNOS" to ws-rotulo
           end-if
           if ws-fonte-oficial
               display "TOP 10 " ws-rotulo(1:6) " DOS CONCURSOS OFICIAIS "
                       "(oficial % / simulado %):"
           else
               display "TOP 10 " ws-rotulo(1:6) " DOS SORTEIOS SIMULADOS "
                       "(oficial % / simulado %):"
           end-if

           perform varying k from 1 by 1 until k > 10
               if ws-top-freq(k) > 0
                   if ws-tamanho-comb = 2
                       move ws-freq-dupla(ws-top-idx(k), 1)
                           to ws-cont-oficial
                       move ws-freq-dupla(ws-top-idx(k), 2)
                           to ws-cont-simulado
                   else
                       move ws-freq-terno(ws-top-idx(k), 1)
                           to ws-cont-oficial
                       move ws-freq-terno(ws-top-idx(k), 2)
                           to ws-cont-simulado
                   end-if
                   perform calcula-percentuais

                   move spaces to ws-medidas-texto
                   move 1 to ws-ptr-texto
                   perform varying j from 1 by 1 until j > ws-tamanho-comb
                       move ws-top-dezena(k, j) to ws-dezena-edicao
                       string ws-dezena-edicao " " delimited by size
                              into ws-medidas-texto
                              with pointer ws-ptr-texto
                       end-string
                   end-perform

                   move ws-cont-oficial to ws-qtd-edicao
                   move ws-cont-simulado to ws-qtd-edicao-2
                   display "  " k "o " ws-medidas-texto(1:9)
                           ws-qtd-edicao " " ws-pct-edicao "%  "
                           ws-qtd-edicao-2 " " ws-pct-edicao-2 "%"
               end-if
           end-perform
           .
       exibe-top-combinacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Calculando o percentual de sorteios de cada fonte a partir das
      *>  contagens oficial e simulada
      *>------------------------------------------------------------------------
       calcula-percentuais section.
           move zero to ws-pct-medida
           if ws-dis-qtd-sorteios(1) > 0
               compute ws-pct-medida rounded =
                       ws-cont-oficial * 100 / ws-dis-qtd-sorteios(1)
           end-if
           move ws-pct-medida to ws-pct-edicao

           move zero to ws-pct-medida
           if ws-dis-qtd-sorteios(2) > 0
               compute ws-pct-medida rounded =
                       ws-cont-simulado * 100 / ws-dis-qtd-sorteios(2)
           end-if
           move ws-pct-medida to ws-pct-edicao-2
           .
       calcula-percentuais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Avaliando o lote de APOSTAS.TXT: cada bilhete simples contido na
      *>  aposta e comparado com as distribuicoes de referencia; uma
      *>  aposta com mais da metade dos seus simples em formato incomum
      *>  e sinalizada
      *>------------------------------------------------------------------------
       avalia-lote-apostas section.
           if ws-dis-qtd-sorteios(1) > 0
               move 1 to ws-fonte-referencia
           else
               move 2 to ws-fonte-referencia
           end-if

           open input arq-apostas
           if ws-apostas-status = "35"
               display " "
               display "Nenhum APOSTAS.TXT encontrado - lote nao avaliado."
           else
               display " "
               display "================================================="
               display "FORMATO DAS APOSTAS DE APOSTAS.TXT"
               display "================================================="
               move ws-limiar-incomum to ws-limiar-edicao
               if ws-fonte-referencia = 1
                   display "Referencia: concursos oficiais; incomum = "
                           "medida presente em menos de "
                           ws-limiar-edicao "% dos sorteios."
               else
                   display "Referencia: sorteios simulados (sem "
                           "concursos oficiais); incomum = medida "
                           "presente em menos de " ws-limiar-edicao
                           "% dos sorteios."
               end-if

               set ws-apostas-continua to true
               perform until ws-apostas-fim
                   read arq-apostas
                       at end
                           set ws-apostas-fim to true
                       not at end
                           add 1 to ws-seq-aposta-lote
                           perform prepara-aposta-do-lote
                           perform valida-aposta-lote
                           if ws-aposta-valida
                               perform avalia-aposta
                           else
                               add 1 to ws-qtd-apostas-invalidas
                           end-if
                   end-read
               end-perform

               close arq-apostas

               display " "
               move ws-qtd-apostas-avaliadas to ws-qtd-edicao
               display "Apostas avaliadas         : " ws-qtd-edicao
               move ws-qtd-apostas-invalidas to ws-qtd-edicao
               display "Apostas invalidas         : " ws-qtd-edicao
               move ws-qtd-apostas-incomuns to ws-qtd-edicao
               display "Apostas de formato incomum: " ws-qtd-edicao

               if ws-qtd-apostas-incomuns > 0
                   display "Atencao: o lote tem apostas de formato "
                           "incomum - revise antes de jogar."
                   move 4 to return-code
                   move "LOTE COM APOSTAS DE FORMATO INCOMUM"
                       to ws-ops-motivo
               end-if
           end-if
           .
       avalia-lote-apostas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Separando a quantidade de dezenas e as dezenas apostadas de uma
      *>  linha do arquivo de lote
      *>------------------------------------------------------------------------
       prepara-aposta-do-lote section.
           move 1 to ws-ptr-linha

           perform varying i from 1 by 1 until i > 20
               move zero to ws-numeros-usu(i)
           end-perform

           unstring ws-reg-aposta delimited by space
               into ws-token-aposta
               with pointer ws-ptr-linha
           move ws-token-aposta to ws-qtd-num

           perform varying i from 1 by 1 until i > ws-qtd-num or i > 20
               unstring ws-reg-aposta delimited by space
                   into ws-token-aposta
                   with pointer ws-ptr-linha
               move ws-token-aposta to ws-numeros-usu(i)
           end-perform
           .
       prepara-aposta-do-lote-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Validando a aposta preparada: quantidade dentro do perfil,
      *>  dezenas no intervalo e sem repeticao
      *>------------------------------------------------------------------------
       valida-aposta-lote section.
           set ws-aposta-valida to true

           if ws-qtd-num < ws-perfil-qtd-sorteio
                   or ws-qtd-num > ws-qtd-num-maximo
               display "Aposta do lote numero: " ws-seq-aposta-lote
                       " ignorada - quantidade de dezenas deve estar "
                       "entre " ws-perfil-qtd-sorteio " e "
                       ws-qtd-num-maximo "."
               set ws-aposta-invalida to true
           end-if

           if ws-aposta-valida
               perform varying i from 1 by 1
                       until i > ws-qtd-num or ws-aposta-invalida
                   if ws-numeros-usu(i) < ws-perfil-num-min
                           or ws-numeros-usu(i) > ws-perfil-num-max
                       display "Aposta do lote numero: "
                               ws-seq-aposta-lote " ignorada - dezena "
                               "fora do intervalo do perfil."
                       set ws-aposta-invalida to true
                   end-if
                   perform varying j from 1 by 1
                           until j >= i or ws-aposta-invalida
                       if ws-numeros-usu(j) = ws-numeros-usu(i)
                           display "Aposta do lote numero: "
                                   ws-seq-aposta-lote " ignorada - "
                                   "dezena repetida."
                           set ws-aposta-invalida to true
                       end-if
                   end-perform
               end-perform
           end-if
           .
       valida-aposta-lote-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Avaliando uma aposta: percorre todas as combinacoes de bilhete
      *>  simples contidas nela (uma so na aposta simples) e conta as de
      *>  formato incomum
      *>------------------------------------------------------------------------
       avalia-aposta section.
           add 1 to ws-qtd-apostas-avaliadas
           move zero to ws-qtd-simples-aposta
           move zero to ws-qtd-simples-incomuns

      *>       as dezenas da aposta em ordem crescente deixam cada
      *>       combinacao ja ordenada
           move ws-qtd-num to ws-fmt-qtd
           perform varying i from 1 by 1 until i > ws-qtd-num
               move ws-numeros-usu(i) to ws-fmt-dezena(i)
           end-perform
           perform ordena-dezenas
           perform varying i from 1 by 1 until i > ws-qtd-num
               move ws-fmt-dezena(i) to ws-numeros-usu(i)
           end-perform

           perform varying i from 1 by 1 until i > ws-perfil-qtd-sorteio
               move i to ws-comb-pos(i)
           end-perform

           set ws-combinacoes-continua to true
           perform until ws-combinacoes-fim
               move ws-perfil-qtd-sorteio to ws-fmt-qtd
               perform varying i from 1 by 1
                       until i > ws-perfil-qtd-sorteio
                   move ws-numeros-usu(ws-comb-pos(i)) to ws-fmt-dezena(i)
               end-perform
               perform apura-formato
               perform avalia-formato-simples
               add 1 to ws-qtd-simples-aposta
               if ws-medidas-incomuns > 0
                   add 1 to ws-qtd-simples-incomuns
               end-if
               perform proxima-combinacao
           end-perform

           move ws-seq-aposta-lote to ws-seq-edicao
           if ws-qtd-num = ws-perfil-qtd-sorteio
               move ws-fmt-impares to ws-dezena-edicao
               move ws-fmt-soma to ws-faixa-edicao
               display "Aposta " ws-seq-edicao ": " ws-dezena-edicao
                       " impares, soma " ws-faixa-edicao ", "
                       ws-fmt-linhas-ocupadas " linhas, "
                       ws-fmt-colunas-ocupadas " colunas, "
                       ws-fmt-sequencias " sequencias"
               if ws-medidas-incomuns > 0
                   add 1 to ws-qtd-apostas-incomuns
                   display "    FORMATO INCOMUM em: "
                           ws-medidas-texto(1:ws-ptr-texto - 1)
               end-if
           else
               move ws-qtd-simples-aposta to ws-qtd-edicao
               move ws-qtd-simples-incomuns to ws-qtd-edicao-2
               display "Aposta " ws-seq-edicao " (" ws-qtd-num
                       " dezenas): " ws-qtd-edicao " bilhetes simples, "
                       ws-qtd-edicao-2 " de formato incomum"
               if ws-qtd-simples-incomuns * 2 > ws-qtd-simples-aposta
                   add 1 to ws-qtd-apostas-incomuns
                   display "    FORMATO INCOMUM na maioria dos bilhetes "
                           "simples"
               end-if
           end-if
           .
       avalia-aposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Avancando para a proxima combinacao de posicoes da aposta: a
      *>  posicao mais a direita que ainda pode subir sobe e as seguintes
      *>  recomecam logo depois dela
      *>------------------------------------------------------------------------
       proxima-combinacao section.
           move ws-perfil-qtd-sorteio to i
           perform until i < 1
                   or ws-comb-pos(i) < ws-qtd-num - ws-perfil-qtd-sorteio + i
               subtract 1 from i
           end-perform

           if i < 1
               set ws-combinacoes-fim to true
           else
               add 1 to ws-comb-pos(i)
               perform varying j from i by 1
                       until j >= ws-perfil-qtd-sorteio
                   compute ws-comb-pos(j + 1) = ws-comb-pos(j) + 1
               end-perform
           end-if
           .
       proxima-combinacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Comparando o formato apurado de um bilhete simples com a fonte
      *>  de referencia: cada medida presente em menos sorteios que o
      *>  limiar conta como incomum e entra no texto do relatorio
      *>------------------------------------------------------------------------
       avalia-formato-simples section.
           move zero to ws-medidas-incomuns
           move spaces to ws-medidas-texto
           move 1 to ws-ptr-texto

           compute ws-pct-impares rounded =
                   ws-dis-impares(ws-fonte-referencia, ws-fmt-impares + 1)
                   * 100 / ws-dis-qtd-sorteios(ws-fonte-referencia)
           compute ws-pct-faixa-soma rounded =
                   ws-dis-faixa-soma(ws-fonte-referencia, ws-fmt-faixa-soma)
                   * 100 / ws-dis-qtd-sorteios(ws-fonte-referencia)
           compute ws-pct-linhas rounded =
                   ws-dis-linhas(ws-fonte-referencia,
                                 ws-fmt-linhas-ocupadas)
                   * 100 / ws-dis-qtd-sorteios(ws-fonte-referencia)
           compute ws-pct-colunas rounded =
                   ws-dis-colunas(ws-fonte-referencia,
                                  ws-fmt-colunas-ocupadas)
                   * 100 / ws-dis-qtd-sorteios(ws-fonte-referencia)
           compute ws-pct-sequencias rounded =
                   ws-dis-sequencias(ws-fonte-referencia,
                                     ws-fmt-sequencias + 1)
                   * 100 / ws-dis-qtd-sorteios(ws-fonte-referencia)

           if ws-pct-impares < ws-limiar-incomum
               add 1 to ws-medidas-incomuns
               string "impares " delimited by size
                      into ws-medidas-texto with pointer ws-ptr-texto
           end-if
           if ws-pct-faixa-soma < ws-limiar-incomum
               add 1 to ws-medidas-incomuns
               string "soma " delimited by size
                      into ws-medidas-texto with pointer ws-ptr-texto
           end-if
           if ws-pct-linhas < ws-limiar-incomum
               add 1 to ws-medidas-incomuns
               string "linhas " delimited by size
                      into ws-medidas-texto with pointer ws-ptr-texto
           end-if
           if ws-pct-colunas < ws-limiar-incomum
               add 1 to ws-medidas-incomuns
               string "colunas " delimited by size
                      into ws-medidas-texto with pointer ws-ptr-texto
           end-if
           if ws-pct-sequencias < ws-limiar-incomum
               add 1 to ws-medidas-incomuns
               string "sequencias " delimited by size
                      into ws-medidas-texto with pointer ws-ptr-texto
           end-if
           .
       avalia-formato-simples-exit.
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
           move "analise_padroes" to ws-ops-programa
           move spaces to ws-ops-arq-entrada
           string "PERFIS.TXT RESULTADOSMASTER.DAT SORTEIOS.CSV "
                  "APOSTAS.TXT"
                  delimited by size into ws-ops-arq-entrada
           end-string
           move spaces to ws-ops-arq-saida
           .
       identifica-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contadores do diario de operacoes: concursos, linhas do csv e
      *>  apostas do lote lidos; rejeitados sao os invalidos
      *>------------------------------------------------------------------------
       apura-contadores-operacao section.
           compute ws-ops-qtd-lidos = ws-dis-qtd-sorteios(1)
                   + ws-dis-qtd-sorteios(2)
                   + ws-qtd-concursos-ignorados
                   + ws-qtd-linhas-ignoradas
                   + ws-qtd-linhas-outros-runs
                   + ws-qtd-apostas-avaliadas
                   + ws-qtd-apostas-invalidas
           compute ws-ops-qtd-rejeitados = ws-qtd-concursos-ignorados
                   + ws-qtd-linhas-ignoradas
                   + ws-qtd-apostas-invalidas
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
