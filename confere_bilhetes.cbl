      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "confere_bilhetes".
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
           select arq-bilhetes assign to "BILHETES.TXT"
               organization is line sequential
               file status is ws-bilhetes-status.

           select arq-resultados-reais assign to "RESULTADOSMASTER.DAT"
               organization is indexed
               access mode is dynamic
               record key is ws-res-chave
               file status is ws-resultados-status.

           select arq-premios assign to "PREMIOS.TXT"
               organization is line sequential
               file status is ws-premios-status.

           select arq-avisos assign to "AVISOSPREMIO.TXT"
               organization is line sequential
               file status is ws-avisos-status.

           select arq-operacoes assign to "OPERACOES.LOG"
               organization is line sequential
               file status is ws-operacoes-status.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>----Registro dos bilhetes realmente comprados: perfil, dezenas,
      *>    primeiro concurso, quantidade de concursos da teimosinha,
      *>    preco e local de compra. A situacao (A = vivo, E = teimosinha
      *>    encerrada) e o ultimo concurso conferido sao mantidos pela
      *>    conferencia
       fd  arq-bilhetes.
       01 ws-reg-bilhete.
           05 ws-bil-numero                  pic x(10).
           05 filler                        pic x(01) value spaces.
           05 ws-bil-perfil-codigo           pic 9(01).
           05 filler                        pic x(01) value spaces.
           05 ws-bil-qtd-num                 pic 9(02).
           05 filler                        pic x(01) value spaces.
           05 ws-bil-dezenas.
               10 ws-bil-dezena occurs 20    pic 9(02).
           05 filler                        pic x(01) value spaces.
           05 ws-bil-concurso-ini            pic 9(05).
           05 filler                        pic x(01) value spaces.
           05 ws-bil-qtd-concursos           pic 9(02).
           05 filler                        pic x(01) value spaces.
           05 ws-bil-preco                   pic 9(07)v99.
           05 filler                        pic x(01) value spaces.
           05 ws-bil-local-compra            pic x(30).
           05 filler                        pic x(01) value spaces.
           05 ws-bil-situacao                pic x(01).
           05 filler                        pic x(01) value spaces.
           05 ws-bil-ult-conferido           pic 9(05).

      *>----Master indexado de resultados oficiais mantido por
      *>    importa_resultados, chaveado por perfil + concurso
       fd  arq-resultados-reais.
       01 ws-reg-resultado-real.
           05 ws-res-chave.
               10 ws-res-perfil              pic 9(01).
               10 ws-res-concurso            pic 9(05).
           05 ws-res-data                    pic 9(08).
           05 ws-res-qtd-sorteio             pic 9(02).
           05 ws-res-dezenas.
               10 ws-res-dezena occurs 15    pic 9(02).

      *>----Tabela mestre de premios: define quais faixas de acertos de
      *>    cada perfil sao premiadas (valor maior que zero)
       fd  arq-premios.
       01 ws-reg-premio.
           05 ws-prm-perfil-codigo           pic 9(01).
           05 filler                        pic x(01).
           05 ws-prm-preco-bilhete           pic 9(07)v99.
           05 ws-prm-faixas.
               10 ws-prm-faixa occurs 15.
                   15 filler                pic x(01).
                   15 ws-prm-valor-faixa     pic 9(09)v99.

      *>----Avisos de premio: um registro por bilhete premiado em um
      *>    concurso, com a faixa atingida e o prazo de resgate (90 dias
      *>    apos o sorteio); situacao P = a resgatar, R = resgatado
       fd  arq-avisos.
       01 ws-reg-aviso.
           05 ws-avi-bilhete                 pic x(10).
           05 filler                        pic x(01) value spaces.
           05 ws-avi-perfil-codigo           pic 9(01).
           05 filler                        pic x(01) value spaces.
           05 ws-avi-concurso                pic 9(05).
           05 filler                        pic x(01) value spaces.
           05 ws-avi-data-sorteio            pic 9(08).
           05 filler                        pic x(01) value spaces.
           05 ws-avi-faixa                   pic 9(02).
           05 filler                        pic x(01) value spaces.
           05 ws-avi-prazo                   pic 9(08).
           05 filler                        pic x(01) value spaces.
           05 ws-avi-situacao                pic x(01).
           05 filler                        pic x(01) value spaces.
           05 ws-avi-data-aviso              pic 9(08).
           05 filler                        pic x(01) value spaces.
           05 ws-avi-local-compra            pic x(30).


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
       77 ws-bilhetes-status                       pic x(02).
       77 ws-resultados-status                     pic x(02).
       77 ws-premios-status                        pic x(02).
       77 ws-avisos-status                         pic x(02).

      *>----Controle de fim de arquivo nas varreduras
       77 ws-fim-arquivo                           pic x(01).
           88 ws-arquivo-fim                       value "S".
           88 ws-arquivo-continua                  value "N".

      *>----Bilhetes carregados do registro; a tabela inteira e
      *>    regravada no fim com a situacao e o ultimo concurso
      *>    conferido atualizados
       77 ws-qtd-bilhetes                          pic 9(04) value zero.
       77 ws-bilhetes-limite                       pic 9(04) value 1000.
       77 ws-idx-bilhete                           pic 9(04).
       01 ws-tabela-bilhetes occurs 1000.
           05 ws-tbl-numero                        pic x(10).
           05 ws-tbl-perfil-codigo                 pic 9(01).
           05 ws-tbl-qtd-num                       pic 9(02).
           05 ws-tbl-dezena occurs 20              pic 9(02).
           05 ws-tbl-concurso-ini                  pic 9(05).
           05 ws-tbl-qtd-concursos                 pic 9(02).
           05 ws-tbl-preco                         pic 9(07)v99.
           05 ws-tbl-local-compra                  pic x(30).
           05 ws-tbl-situacao                      pic x(01).
               88 ws-bilhete-vivo                  value "A".
               88 ws-bilhete-encerrado             value "E".
           05 ws-tbl-ult-conferido                 pic 9(05).

      *>----Faixas premiadas por perfil carregadas de PREMIOS.TXT
       77 ws-fim-premios                           pic x(01).
           88 ws-premios-fim                       value "S".
           88 ws-premios-continua                  value "N".
       01 ws-tabela-premios-perfil occurs 9.
           05 ws-tpr-carregado                     pic x(01).
               88 ws-perfil-com-premios            value "S".
           05 ws-tpr-valor-faixa occurs 15         pic 9(09)v99.

      *>----Chaves dos avisos ja emitidos, para a conferencia poder ser
      *>    repetida sem duplicar aviso de bilhete x concurso
       77 ws-qtd-avisos-anteriores                 pic 9(05) value zero.
       77 ws-avisos-limite                         pic 9(05) value 5000.
       77 ws-idx-aviso                             pic 9(05).
       77 ws-aviso-ja-emitido                      pic x(01).
           88 ws-aviso-existente                   value "S".
           88 ws-aviso-novo                        value "N".
       01 ws-tabela-avisos occurs 5000.
           05 ws-tav-bilhete                       pic x(10).
           05 ws-tav-perfil-codigo                 pic 9(01).
           05 ws-tav-concurso                      pic 9(05).

      *>----Conferencia do bilhete corrente
       77 ws-concurso-conferido                    pic 9(05).
       77 ws-concurso-final                        pic 9(05).
       77 ws-conferido-contiguo                    pic x(01).
           88 ws-sequencia-contigua                value "S".
           88 ws-sequencia-com-lacuna              value "N".
       77 ws-contagem-acertos                      pic 9(02).
       77 ws-faixa-premiada                        pic x(01).
           88 ws-acerto-premiado                   value "S".
           88 ws-acerto-sem-premio                 value "N".
       77 ws-data-hoje                             pic 9(08).
       77 ws-dias-data                             pic 9(08).
       77 ws-prazo-resgate                         pic 9(08).
       77 ws-dias-prazo-resgate                    pic 9(03) value 90.

      *>----Contadores do resumo final
       77 ws-qtd-bilhetes-conferidos               pic 9(04) value zero.
       77 ws-qtd-concursos-conferidos              pic 9(06) value zero.
       77 ws-qtd-avisos-emitidos                   pic 9(05) value zero.
       77 ws-qtd-teimosinhas-encerradas            pic 9(04) value zero.
       77 ws-qtd-edicao                            pic zzzzz9.
       77 ws-data-edicao                           pic 9(08).

       01 ws-vars-trabalho.
           05 i                                    pic 9(02).
           05 j                                    pic 9(02).


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
           perform carrega-bilhetes.
           perform carrega-faixas-premiadas.
           perform carrega-avisos-anteriores.
           perform confere-bilhetes-vivos.
           perform regrava-bilhetes.
           perform exibe-resumo.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Carregando o registro de bilhetes comprados; bilhete sem
      *>  situacao entra como vivo e ainda nao conferido
      *>------------------------------------------------------------------------
       carrega-bilhetes section.
           open input arq-bilhetes
           if ws-bilhetes-status = "35"
               display "Nenhum BILHETES.TXT encontrado - nada a conferir."
               perform finaliza
           end-if

           set ws-arquivo-continua to true
           perform until ws-arquivo-fim
               read arq-bilhetes
                   at end
                       set ws-arquivo-fim to true
                   not at end
                       perform guarda-bilhete
               end-read
           end-perform

           close arq-bilhetes

           if ws-qtd-bilhetes = 0
               display "BILHETES.TXT sem bilhetes validos - nada a "
                       "conferir."
               perform finaliza
           end-if
           .
       carrega-bilhetes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guardando um bilhete na tabela. Um registro mal formado nao
      *>  pode ser conferido, mas tambem nao pode sumir do registro na
      *>  regravacao: nesse caso a conferencia e cancelada
      *>------------------------------------------------------------------------
       guarda-bilhete section.
           if ws-bil-perfil-codigo not numeric
                   or ws-bil-qtd-num not numeric
                   or ws-bil-concurso-ini not numeric
                   or ws-bil-qtd-concursos not numeric
                   or ws-bil-preco not numeric
                   or ws-bil-perfil-codigo = 0
                   or ws-bil-qtd-num = 0 or ws-bil-qtd-num > 20
                   or ws-bil-concurso-ini = 0
               display "Bilhete " ws-bil-numero " com campos invalidos "
                       "em BILHETES.TXT - corrija o registro antes da "
                       "conferencia."
               move 8 to return-code
               move "BILHETE COM CAMPOS INVALIDOS EM BILHETES.TXT"
                   to ws-ops-motivo
               perform finaliza
           end-if

           if ws-qtd-bilhetes >= ws-bilhetes-limite
               display "Limite de " ws-bilhetes-limite " bilhetes "
                       "atingido - conferencia cancelada para nao "
                       "truncar o registro."
               move 8 to return-code
               move "LIMITE DE BILHETES ATINGIDO" to ws-ops-motivo
               perform finaliza
           end-if

           add 1 to ws-qtd-bilhetes
           move ws-bil-numero to ws-tbl-numero(ws-qtd-bilhetes)
           move ws-bil-perfil-codigo
               to ws-tbl-perfil-codigo(ws-qtd-bilhetes)
           move ws-bil-qtd-num to ws-tbl-qtd-num(ws-qtd-bilhetes)
           perform varying i from 1 by 1 until i > 20
               if i > ws-bil-qtd-num or ws-bil-dezena(i) not numeric
                   move zero to ws-tbl-dezena(ws-qtd-bilhetes, i)
               else
                   move ws-bil-dezena(i)
                       to ws-tbl-dezena(ws-qtd-bilhetes, i)
               end-if
           end-perform
           move ws-bil-concurso-ini
               to ws-tbl-concurso-ini(ws-qtd-bilhetes)

      *>       teimosinha zerada e um bilhete de um concurso so
           if ws-bil-qtd-concursos = 0
               move 1 to ws-tbl-qtd-concursos(ws-qtd-bilhetes)
           else
               move ws-bil-qtd-concursos
                   to ws-tbl-qtd-concursos(ws-qtd-bilhetes)
           end-if
           move ws-bil-preco to ws-tbl-preco(ws-qtd-bilhetes)
           move ws-bil-local-compra
               to ws-tbl-local-compra(ws-qtd-bilhetes)

           if ws-bil-situacao = "E"
               set ws-bilhete-encerrado(ws-qtd-bilhetes) to true
           else
               set ws-bilhete-vivo(ws-qtd-bilhetes) to true
           end-if

           if ws-bil-ult-conferido numeric
               move ws-bil-ult-conferido
                   to ws-tbl-ult-conferido(ws-qtd-bilhetes)
           else
               move zero to ws-tbl-ult-conferido(ws-qtd-bilhetes)
           end-if
           .
       guarda-bilhete-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carregando de PREMIOS.TXT as faixas premiadas de cada perfil;
      *>  um perfil sem registro so tem aviso no acerto total
      *>------------------------------------------------------------------------
       carrega-faixas-premiadas section.
           perform varying i from 1 by 1 until i > 9
               move "N" to ws-tpr-carregado(i)
               perform varying j from 1 by 1 until j > 15
                   move zero to ws-tpr-valor-faixa(i, j)
               end-perform
           end-perform

           open input arq-premios
           if ws-premios-status = "35"
               display "Nenhum PREMIOS.TXT encontrado - so o acerto "
                       "total de cada perfil gera aviso de premio."
           else
               set ws-premios-continua to true
               perform until ws-premios-fim
                   read arq-premios
                       at end
                           set ws-premios-fim to true
                       not at end
                           if ws-prm-perfil-codigo numeric
                                   and ws-prm-perfil-codigo > 0
                               move "S" to ws-tpr-carregado(
                                       ws-prm-perfil-codigo)
                               perform varying j from 1 by 1
                                       until j > 15
                                   move ws-prm-valor-faixa(j)
                                       to ws-tpr-valor-faixa(
                                          ws-prm-perfil-codigo, j)
                               end-perform
                           end-if
                   end-read
               end-perform
               close arq-premios
           end-if
           .
       carrega-faixas-premiadas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carregando as chaves dos avisos ja emitidos em conferencias
      *>  anteriores
      *>------------------------------------------------------------------------
       carrega-avisos-anteriores section.
           open input arq-avisos
           if ws-avisos-status not = "35"
               set ws-arquivo-continua to true
               perform until ws-arquivo-fim
                   read arq-avisos
                       at end
                           set ws-arquivo-fim to true
                       not at end
                           if ws-qtd-avisos-anteriores >= ws-avisos-limite
                               display "Limite de " ws-avisos-limite
                                       " avisos atingido - conferencia "
                                       "cancelada."
                               move 8 to return-code
                               move "LIMITE DE AVISOS ATINGIDO"
                                   to ws-ops-motivo
                               close arq-avisos
                               perform finaliza
                           end-if
                           add 1 to ws-qtd-avisos-anteriores
                           move ws-avi-bilhete to ws-tav-bilhete(
                                   ws-qtd-avisos-anteriores)
                           move ws-avi-perfil-codigo
                               to ws-tav-perfil-codigo(
                                   ws-qtd-avisos-anteriores)
                           move ws-avi-concurso to ws-tav-concurso(
                                   ws-qtd-avisos-anteriores)
                   end-read
               end-perform
               close arq-avisos
           end-if
           .
       carrega-avisos-anteriores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conferindo cada bilhete vivo contra os concursos da sua
      *>  teimosinha ja carregados no master
      *>------------------------------------------------------------------------
       confere-bilhetes-vivos section.
           open input arq-resultados-reais
           if ws-resultados-status = "35"
               display "Nenhum RESULTADOSMASTER.DAT encontrado - nada a "
                       "conferir."
               move 8 to return-code
               move "RESULTADOSMASTER.DAT NAO ENCONTRADO"
                   to ws-ops-motivo
               perform finaliza
           end-if

           open extend arq-avisos
           if ws-avisos-status = "35"
               open output arq-avisos
           end-if

           accept ws-data-hoje from date yyyymmdd

           display " "
           display "AVISOS DE PREMIO (bilhete, concurso, data do "
                   "sorteio, faixa, prazo de resgate, local):"

           perform varying ws-idx-bilhete from 1 by 1
                   until ws-idx-bilhete > ws-qtd-bilhetes
               if ws-bilhete-vivo(ws-idx-bilhete)
                   add 1 to ws-qtd-bilhetes-conferidos
                   perform confere-um-bilhete
               end-if
           end-perform

           if ws-qtd-avisos-emitidos = 0
               display "  Nenhum premio novo nos bilhetes conferidos."
           end-if

           close arq-avisos
           close arq-resultados-reais
           .
       confere-bilhetes-vivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conferindo um bilhete do primeiro concurso ainda nao conferido
      *>  ate o ultimo da teimosinha. O ultimo conferido so avanca
      *>  enquanto os concursos estao todos no master: um concurso que
      *>  faltar no export volta a ser procurado na proxima conferencia
      *>------------------------------------------------------------------------
       confere-um-bilhete section.
           compute ws-concurso-final =
                   ws-tbl-concurso-ini(ws-idx-bilhete)
                   + ws-tbl-qtd-concursos(ws-idx-bilhete) - 1

           if ws-tbl-ult-conferido(ws-idx-bilhete)
                   < ws-tbl-concurso-ini(ws-idx-bilhete)
               compute ws-concurso-conferido =
                       ws-tbl-concurso-ini(ws-idx-bilhete)
           else
               compute ws-concurso-conferido =
                       ws-tbl-ult-conferido(ws-idx-bilhete) + 1
           end-if

           set ws-sequencia-contigua to true
           perform until ws-concurso-conferido > ws-concurso-final
               move ws-tbl-perfil-codigo(ws-idx-bilhete) to ws-res-perfil
               move ws-concurso-conferido to ws-res-concurso
               read arq-resultados-reais
                   invalid key
                       set ws-sequencia-com-lacuna to true
                   not invalid key
                       add 1 to ws-qtd-concursos-conferidos
                       perform apura-bilhete-concurso
                       if ws-sequencia-contigua
                           move ws-concurso-conferido
                               to ws-tbl-ult-conferido(ws-idx-bilhete)
                       end-if
               end-read
               add 1 to ws-concurso-conferido
           end-perform

           if ws-tbl-ult-conferido(ws-idx-bilhete) >= ws-concurso-final
               set ws-bilhete-encerrado(ws-idx-bilhete) to true
               add 1 to ws-qtd-teimosinhas-encerradas
           end-if
           .
       confere-um-bilhete-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contando os acertos do bilhete no concurso lido e emitindo o
      *>  aviso quando a faixa atingida e premiada
      *>------------------------------------------------------------------------
       apura-bilhete-concurso section.
           move zero to ws-contagem-acertos
           perform varying j from 1 by 1
                   until j > ws-res-qtd-sorteio or j > 15
               perform varying i from 1 by 1
                       until i > ws-tbl-qtd-num(ws-idx-bilhete)
                   if ws-res-dezena(j) = ws-tbl-dezena(ws-idx-bilhete, i)
                       add 1 to ws-contagem-acertos
                   end-if
               end-perform
           end-perform

           set ws-acerto-sem-premio to true
           if ws-contagem-acertos > 0
               if ws-perfil-com-premios(
                       ws-tbl-perfil-codigo(ws-idx-bilhete))
                   if ws-tpr-valor-faixa(
                           ws-tbl-perfil-codigo(ws-idx-bilhete),
                           ws-contagem-acertos) > 0
                       set ws-acerto-premiado to true
                   end-if
               else
                   if ws-contagem-acertos >= ws-res-qtd-sorteio
                       set ws-acerto-premiado to true
                   end-if
               end-if
           end-if

           if ws-acerto-premiado
               perform procura-aviso-emitido
               if ws-aviso-novo
                   perform emite-aviso-premio
               end-if
           end-if
           .
       apura-bilhete-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procurando se o bilhete ja teve aviso emitido para o concurso
      *>------------------------------------------------------------------------
       procura-aviso-emitido section.
           set ws-aviso-novo to true
           perform varying ws-idx-aviso from 1 by 1
                   until ws-idx-aviso > ws-qtd-avisos-anteriores
                          or ws-aviso-existente
               if ws-tav-bilhete(ws-idx-aviso)
                       = ws-tbl-numero(ws-idx-bilhete)
                       and ws-tav-perfil-codigo(ws-idx-aviso)
                           = ws-tbl-perfil-codigo(ws-idx-bilhete)
                       and ws-tav-concurso(ws-idx-aviso) = ws-res-concurso
                   set ws-aviso-existente to true
               end-if
           end-perform
           .
       procura-aviso-emitido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravando e exibindo o aviso de premio, com o prazo de resgate
      *>  contado em dias corridos a partir da data do sorteio
      *>------------------------------------------------------------------------
       emite-aviso-premio section.
      *>   sem espaco na tabela o aviso nao seria achado numa proxima
      *>   conferencia e sairia em dobro: melhor parar aqui
           if ws-qtd-avisos-anteriores >= ws-avisos-limite
               display "Limite de " ws-avisos-limite
                       " avisos atingido - conferencia cancelada."
               move 8 to return-code
               move "LIMITE DE AVISOS ATINGIDO" to ws-ops-motivo
               close arq-avisos
               close arq-resultados-reais
               perform finaliza
           end-if

           compute ws-dias-data = function integer-of-date(ws-res-data)
                   + ws-dias-prazo-resgate
           compute ws-prazo-resgate =
                   function date-of-integer(ws-dias-data)

           move spaces to ws-reg-aviso
           move ws-tbl-numero(ws-idx-bilhete) to ws-avi-bilhete
           move ws-tbl-perfil-codigo(ws-idx-bilhete)
               to ws-avi-perfil-codigo
           move ws-res-concurso to ws-avi-concurso
           move ws-res-data to ws-avi-data-sorteio
           move ws-contagem-acertos to ws-avi-faixa
           move ws-prazo-resgate to ws-avi-prazo
           move "P" to ws-avi-situacao
           move ws-data-hoje to ws-avi-data-aviso
           move ws-tbl-local-compra(ws-idx-bilhete)
               to ws-avi-local-compra

           write ws-reg-aviso
           if ws-avisos-status not = "00"
               display "Erro ao gravar AVISOSPREMIO.TXT - file status "
                       ws-avisos-status
               move 8 to return-code
               move "ERRO AO GRAVAR AVISOSPREMIO.TXT" to ws-ops-motivo
           else
               add 1 to ws-qtd-avisos-emitidos
               add 1 to ws-qtd-avisos-anteriores
               move ws-avi-bilhete
                   to ws-tav-bilhete(ws-qtd-avisos-anteriores)
               move ws-avi-perfil-codigo
                   to ws-tav-perfil-codigo(ws-qtd-avisos-anteriores)
               move ws-avi-concurso
                   to ws-tav-concurso(ws-qtd-avisos-anteriores)
           end-if

           move ws-res-data to ws-data-edicao
           display "  " ws-avi-bilhete "  " ws-avi-concurso "  "
                   ws-data-edicao(7:2) "/" ws-data-edicao(5:2) "/"
                   ws-data-edicao(1:4) "  " ws-avi-faixa " acertos"
                   "  resgatar ate " with no advancing
           move ws-prazo-resgate to ws-data-edicao
           display ws-data-edicao(7:2) "/" ws-data-edicao(5:2) "/"
                   ws-data-edicao(1:4) "  " ws-avi-local-compra
           .
       emite-aviso-premio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regravando o registro de bilhetes com a situacao e o ultimo
      *>  concurso conferido de cada um
      *>------------------------------------------------------------------------
       regrava-bilhetes section.
           open output arq-bilhetes
           if ws-bilhetes-status not = "00"
               display "Erro ao regravar BILHETES.TXT - file status "
                       ws-bilhetes-status
               move 8 to return-code
               move "ERRO AO REGRAVAR BILHETES.TXT" to ws-ops-motivo
               perform finaliza
           end-if

           perform varying ws-idx-bilhete from 1 by 1
                   until ws-idx-bilhete > ws-qtd-bilhetes
               move spaces to ws-reg-bilhete
               move ws-tbl-numero(ws-idx-bilhete) to ws-bil-numero
               move ws-tbl-perfil-codigo(ws-idx-bilhete)
                   to ws-bil-perfil-codigo
               move ws-tbl-qtd-num(ws-idx-bilhete) to ws-bil-qtd-num
               perform varying i from 1 by 1 until i > 20
                   move ws-tbl-dezena(ws-idx-bilhete, i)
                       to ws-bil-dezena(i)
               end-perform
               move ws-tbl-concurso-ini(ws-idx-bilhete)
                   to ws-bil-concurso-ini
               move ws-tbl-qtd-concursos(ws-idx-bilhete)
                   to ws-bil-qtd-concursos
               move ws-tbl-preco(ws-idx-bilhete) to ws-bil-preco
               move ws-tbl-local-compra(ws-idx-bilhete)
                   to ws-bil-local-compra
               move ws-tbl-situacao(ws-idx-bilhete) to ws-bil-situacao
               move ws-tbl-ult-conferido(ws-idx-bilhete)
                   to ws-bil-ult-conferido

               write ws-reg-bilhete
               if ws-bilhetes-status not = "00"
                   display "Erro ao regravar BILHETES.TXT - file status "
                           ws-bilhetes-status
                   move 8 to return-code
                   move "ERRO AO REGRAVAR BILHETES.TXT" to ws-ops-motivo
               else
                   add 1 to ws-ops-qtd-gravados
               end-if
           end-perform

           close arq-bilhetes
           .
       regrava-bilhetes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibindo o resumo da conferencia
      *>------------------------------------------------------------------------
       exibe-resumo section.
           display " "
           display "Conferencia de bilhetes comprados concluida:"
           move ws-qtd-bilhetes to ws-qtd-edicao
           display "  Bilhetes no registro       : " ws-qtd-edicao
           move ws-qtd-bilhetes-conferidos to ws-qtd-edicao
           display "  Bilhetes vivos conferidos  : " ws-qtd-edicao
           move ws-qtd-concursos-conferidos to ws-qtd-edicao
           display "  Concursos conferidos       : " ws-qtd-edicao
           move ws-qtd-avisos-emitidos to ws-qtd-edicao
           display "  Avisos de premio emitidos  : " ws-qtd-edicao
           move ws-qtd-teimosinhas-encerradas to ws-qtd-edicao
           display "  Teimosinhas encerradas     : " ws-qtd-edicao
           .
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
           move "confere_bilhetes" to ws-ops-programa
           move spaces to ws-ops-arq-entrada
           string "BILHETES.TXT RESULTADOSMASTER.DAT PREMIOS.TXT "
                  "AVISOSPREMIO.TXT"
                  delimited by size into ws-ops-arq-entrada
           end-string
           move "AVISOSPREMIO.TXT BILHETES.TXT" to ws-ops-arq-saida
           .
       identifica-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contadores do diario de operacoes: bilhetes lidos; gravados sao
      *>  os avisos emitidos e os bilhetes regravados
      *>------------------------------------------------------------------------
       apura-contadores-operacao section.
           move ws-qtd-bilhetes to ws-ops-qtd-lidos
           add ws-qtd-avisos-emitidos to ws-ops-qtd-gravados
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
