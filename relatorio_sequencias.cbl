               organization is line sequential
               file status is ws-sorteios-arq-status.

           select arq-relatorio assign to dynamic ws-rel-nome-arquivo
               organization is line sequential
               file status is ws-relatorio-status.

           select arq-operacoes assign to "OPERACOES.LOG"
               organization is line sequential
               file status is ws-operacoes-status.

       i-o-control.

      *>Declaração de variáveis
       01 ws-reg-sorteio-arquivo             pic x(200).


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

       77 ws-faixa-edicao                          pic z9.
       77 ws-bloco-edicao                          pic zzz9.

      *>----Linhas do relatorio impresso: distribuicao de acertos,
      *>    secas por faixa e abertura por bloco
       01 ws-rel-det-distribuicao.
           05 filler                               pic x(02) value spaces.
           05 filler                               pic x(05) value spaces.
           05 ws-rdi-acertos                       pic z9.
           05 filler                               pic x(01) value spaces.
           05 ws-rdi-sorteios                      pic zzzzzzzzz9.
           05 filler                               pic x(112) value spaces.
       01 ws-rel-col-distribuicao-1.
           05 filler                               pic x(44)
                  value "  ACERTOS   SORTEIOS                        ".
           05 filler                               pic x(44) value spaces.
           05 filler                               pic x(44) value spaces.
       01 ws-rel-det-seca.
           05 filler                               pic x(02) value spaces.
           05 filler                               pic x(03) value spaces.
           05 ws-rds-faixa                         pic z9.
           05 filler                               pic x(01) value spaces.
           05 filler                               pic x(01) value spaces.
           05 ws-rds-ocorrencias                   pic zzzzzzzzz9.
           05 filler                               pic x(01) value spaces.
           05 ws-rds-maior-seca                    pic zzzzzzzzz9.
           05 filler                               pic x(01) value spaces.
           05 filler                               pic x(01) value spaces.
           05 ws-rds-seca-aberta                   pic zzzzzzzzz9.
           05 filler                               pic x(90) value spaces.
       01 ws-rel-col-seca-1.
           05 filler                               pic x(44)
                  value "  FAIXA OCORRENCIAS MAIOR SECA SECA ABERTA  ".
           05 filler                               pic x(44) value spaces.
           05 filler                               pic x(44) value spaces.
       01 ws-rel-det-bloco.
           05 filler                               pic x(02) value spaces.
           05 filler                               pic x(01) value spaces.
           05 ws-rdb-bloco                         pic zzz9.
           05 filler                               pic x(01) value spaces.
           05 ws-rdb-sorteios                      pic zzzzzzzzz9.
           05 filler                               pic x(01) value spaces.
           05 ws-rdb-faixa-3                       pic zzzzzzzzz9.
           05 filler                               pic x(01) value spaces.
           05 ws-rdb-faixa-2                       pic zzzzzzzzz9.
           05 filler                               pic x(01) value spaces.
           05 ws-rdb-faixa-1                       pic zzzzzzzzz9.
           05 filler                               pic x(81) value spaces.
       01 ws-rel-col-bloco-1.
           05 filler                               pic x(02) value spaces.
           05 filler                               pic x(05) value "BLOCO".
           05 filler                               pic x(11)
                   value "   SORTEIOS".
           05 filler                               pic x(09) value "   FAIXA ".
           05 ws-rcb-faixa-3                       pic z9.
           05 filler                               pic x(09) value "   FAIXA ".
           05 ws-rcb-faixa-2                       pic z9.
           05 filler                               pic x(09) value "   FAIXA ".
           05 ws-rcb-faixa-1                       pic z9.
           05 filler                               pic x(81) value spaces.
       01 ws-rel-titulo-bloco.
           05 filler                               pic x(22)
                   value "ABERTURA POR BLOCO DE ".
           05 ws-rtb-tamanho                       pic zzzzz9.
           05 filler                               pic x(50)
                   value " SORTEIOS (SORTEIOS COM EXATAMENTE A FAIXA)".
           05 filler                               pic x(54) value spaces.
       77 ws-rel-lote-edicao                       pic zzzz9.
       77 ws-rel-tentativas-edicao                 pic zzzzzzzzz9.

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
           perform recebe-filtros.
           perform recupera-aposta-historico.
           perform varre-sorteios-arquivados.
           if ws-filtro-run-id = spaces
               display "RUN ID obrigatorio - analise cancelada."
               move 8 to return-code
               move "RUN ID NAO INFORMADO" to ws-ops-motivo
               perform finaliza
           end-if

               display "Nenhum HISTORICO.TXT encontrado - sem ele nao ha "
                       "como saber as dezenas da aposta."
               move 8 to return-code
               move "HISTORICO.TXT NAO ENCONTRADO" to ws-ops-motivo
               perform finaliza
           end-if

               display "Aposta " ws-ordinal-desejado " do RUN ID "
                       ws-filtro-run-id " nao encontrada no historico."
               move 8 to return-code
               move "APOSTA NAO ENCONTRADA NO HISTORICO"
                   to ws-ops-motivo
               perform finaliza
           end-if

      *>  por faixa e a abertura por bloco
      *>------------------------------------------------------------------------
       exibe-relatorio section.
           move "RELSEQUENCIAS" to ws-rel-prefixo
           move "SECAS E SEQUENCIAS DE ACERTO DE UMA APOSTA"
               to ws-rc1-relatorio
           move "RUN ID: " to ws-rc2-rotulo-filtro
           move ws-filtro-lote to ws-rel-lote-edicao
           move ws-tamanho-bloco to ws-rtb-tamanho
           move spaces to ws-rc2-filtro
           string ws-filtro-run-id                delimited by size
                  " - APOSTA DO LOTE "            delimited by size
                  ws-rel-lote-edicao              delimited by size
                  " - BLOCOS DE "                 delimited by size
                  ws-rtb-tamanho                  delimited by size
                  " SORTEIOS"                     delimited by size
                  into ws-rc2-filtro
           end-string
           perform abre-relatorio

           display " "
           display "====================================================="
           display "SECAS E SEQUENCIAS DE ACERTO - RUN ID "
               display "Nenhum sorteio da execucao e aposta pedidas nos "
                       "csv - nada a relatar."
               move 8 to return-code
               move "NENHUM SORTEIO DA EXECUCAO E APOSTA"
                   to ws-ops-motivo
               perform finaliza
           end-if

               display ws-qtd-edicao " sorteios - a aposta analisada "
                       "pode nao ser a da posicao pedida no lote "
                       "(ou a execucao foi retomada de checkpoint)."

               move ws-tentativas-historico to ws-rel-tentativas-edicao
               move ws-qtd-draws-lidos to ws-qtd-edicao
               string "ATENCAO: o historico registra "
                      ws-rel-tentativas-edicao
                      " tentativas para a aposta recuperada, mas foram "
                      "lidos " ws-qtd-edicao " sorteios"
                      delimited by size into ws-rel-linha
               end-string
               perform imprime-linha-relatorio
           end-if

           move "DISTRIBUICAO DE ACERTOS POR SORTEIO"
               to ws-rel-titulo-secao
           move ws-rel-col-distribuicao-1 to ws-rel-colunas-1
           move spaces to ws-rel-colunas-2
           perform inicia-secao-relatorio

           display " "
           display "DISTRIBUICAO DE ACERTOS POR SORTEIO:"
           perform varying i from 1 by 1
               compute ws-faixa-edicao = i - 1
               move ws-distribuicao-acertos(i) to ws-qtd-edicao
               display "  " ws-faixa-edicao " acertos: " ws-qtd-edicao

               compute ws-rdi-acertos = i - 1
               move ws-distribuicao-acertos(i) to ws-rdi-sorteios
               move ws-rel-det-distribuicao to ws-rel-linha
               perform imprime-linha-relatorio
           end-perform

           display " "
           display "SECAS POR FAIXA (sorteios seguidos sem a faixa; a "
                   "seca aberta segue correndo no fim da execucao):"
           display "FAIXA  OCORRENCIAS  MAIOR SECA  SECA ABERTA"
           move "SECAS POR FAIXA (SORTEIOS SEGUIDOS SEM A FAIXA)"
               to ws-rel-titulo-secao
           move ws-rel-col-seca-1 to ws-rel-colunas-1
           perform inicia-secao-relatorio
           perform varying i from 1 by 1
                   until i > ws-qtd-sorteio-perfil
      *>           a seca aberta tambem disputa o posto de maior seca:
               display ws-qtd-edicao "  " with no advancing
               move ws-seca-atual(i) to ws-qtd-edicao
               display ws-qtd-edicao

               move i to ws-rds-faixa
               move ws-qtd-ocorrencias(i) to ws-rds-ocorrencias
               move ws-maior-seca(i) to ws-rds-maior-seca
               move ws-seca-atual(i) to ws-rds-seca-aberta
               move ws-rel-det-seca to ws-rel-linha
               perform imprime-linha-relatorio
           end-perform

           perform exibe-blocos
                   "  FAIXA " ws-tier-acerto-2
                   "  FAIXA " ws-tier-acerto-1

           move ws-rel-titulo-bloco to ws-rel-titulo-secao
           move ws-tier-acerto-3 to ws-rcb-faixa-3
           move ws-tier-acerto-2 to ws-rcb-faixa-2
           move ws-tier-acerto-1 to ws-rcb-faixa-1
           move ws-rel-col-bloco-1 to ws-rel-colunas-1
           perform inicia-secao-relatorio

           perform varying ws-idx-bloco from 1 by 1
                   until ws-idx-bloco > ws-qtd-blocos
               move ws-idx-bloco to ws-bloco-edicao
               move ws-blk-acerto-faixa(ws-idx-bloco, ws-tier-acerto-1)
                   to ws-qtd-edicao
               display ws-qtd-edicao

               move ws-idx-bloco to ws-rdb-bloco
               move ws-blk-qtd-draws(ws-idx-bloco) to ws-rdb-sorteios
               move ws-blk-acerto-faixa(ws-idx-bloco, ws-tier-acerto-3)
                   to ws-rdb-faixa-3
               move ws-blk-acerto-faixa(ws-idx-bloco, ws-tier-acerto-2)
                   to ws-rdb-faixa-2
               move ws-blk-acerto-faixa(ws-idx-bloco, ws-tier-acerto-1)
                   to ws-rdb-faixa-1
               move ws-rel-det-bloco to ws-rel-linha
               perform imprime-linha-relatorio
           end-perform
           .
       exibe-blocos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais de controle do rodape do relatorio impresso
      *>------------------------------------------------------------------------
       imprime-rodape-relatorio section.
           move "Sorteios analisados" to ws-rlt-rotulo
           move ws-qtd-draws-lidos to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Linhas de outro perfil descartadas" to ws-rlt-rotulo
           move ws-qtd-linhas-descartadas to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Tentativas registradas no historico" to ws-rlt-rotulo
           move ws-tentativas-historico to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Blocos apurados" to ws-rlt-rotulo
           move ws-qtd-blocos to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
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
           move "relatorio_sequencias" to ws-ops-programa
           move "HISTORICO.TXT SORTEIOSARQ.CSV SORTEIOS.CSV"
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
           compute ws-ops-qtd-lidos = ws-qtd-draws-lidos
                   + ws-qtd-linhas-descartadas
           move ws-qtd-linhas-descartadas to ws-ops-qtd-rejeitados
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
