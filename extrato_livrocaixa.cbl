               organization is line sequential
               file status is ws-livrocaixa-status.

           select arq-relatorio assign to dynamic ws-rel-nome-arquivo
               organization is line sequential
               file status is ws-relatorio-status.

           select arq-operacoes assign to "OPERACOES.LOG"
               organization is line sequential
               file status is ws-operacoes-status.

       i-o-control.

      *>Declaração de variáveis
           05 ws-lvc-liquido                 pic 9(15)v99.


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

       77 ws-qtd-edicao                            pic zzzzz9.
       77 ws-mes-edicao                            pic 9(06).

      *>----Linhas do relatorio impresso: uma secao por perfil, com uma
      *>    linha por mes e a linha de total do perfil
       01 ws-rel-det-mes.
           05 filler                               pic x(01) value spaces.
           05 ws-rdm-mes                           pic x(07).
           05 filler                               pic x(01) value spaces.
           05 ws-rdm-apostas                       pic zzzzz9.
           05 filler                               pic x(01) value spaces.
           05 ws-rdm-gasto                         pic --.---.---.---.---.--9,99.
           05 filler                               pic x(01) value spaces.
           05 ws-rdm-ganho                         pic --.---.---.---.---.--9,99.
           05 filler                               pic x(01) value spaces.
           05 ws-rdm-liquido                       pic --.---.---.---.---.--9,99.
           05 filler                               pic x(01) value spaces.
           05 ws-rdm-acumulado                     pic --.---.---.---.---.--9,99.
           05 filler                               pic x(13) value spaces.
       01 ws-rel-col-mes-1.
           05 filler                               pic x(44)
                  value " MES      APOS-                GASTO (R$)   ".
           05 filler                               pic x(44)
                  value "             GANHO (R$)       LIQUIDO DO MES".
           05 filler                               pic x(44)
                  value " (R$)    LIQUIDO ACUMULADO (R$)             ".
       01 ws-rel-col-mes-2.
           05 filler                               pic x(44)
                  value "            TAS                             ".
           05 filler                               pic x(44) value spaces.
           05 filler                               pic x(44) value spaces.
       01 ws-rel-mes-edicao.
           05 ws-rme-ano                           pic 9(04).
           05 filler                               pic x(01) value "-".
           05 ws-rme-mes                           pic 9(02).
       77 ws-rel-total-gasto                       pic 9(16)v99 value zero.
       77 ws-rel-total-ganho                       pic 9(16)v99 value zero.
       77 ws-rel-total-liquido                     pic s9(16)v99.
       01 ws-rel-titulo-perfil.
           05 filler                               pic x(08) value "PERFIL: ".
           05 ws-rtp-nome                          pic x(20).

       01 ws-vars-trabalho.
           05 i                                    pic 9(02).


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
           perform processa-livro-caixa.
           perform exibe-extrato.
           perform finaliza.
               display "Nenhum LIVROCAIXA.TXT encontrado - nada a "
                       "extratar."
               move 8 to return-code
               move "LIVROCAIXA.TXT NAO ENCONTRADO" to ws-ops-motivo
               perform finaliza
           end-if

      *>  mensal com o liquido acumulado mes a mes
      *>------------------------------------------------------------------------
       exibe-extrato section.
           move "EXTRATOLIVROCAIXA" to ws-rel-prefixo
           move "EXTRATO DO LIVRO CAIXA DAS EXECUCOES" to ws-rc1-relatorio
           move "FILTRO: " to ws-rc2-rotulo-filtro
           move "TODOS OS REGISTROS DE LIVROCAIXA.TXT" to ws-rc2-filtro
           perform abre-relatorio

           display " "
           display "====================================================="
           display "EXTRATO DO LIVRO CAIXA DAS EXECUCOES"
           move ws-liquido-grupo to ws-valor-edicao
           display "  Resultado liquido (R$) : " ws-valor-edicao

           move ws-pgr-nome(ws-idx-perfil) to ws-rtp-nome
           move ws-rel-titulo-perfil to ws-rel-titulo-secao
           move ws-rel-col-mes-1 to ws-rel-colunas-1
           move ws-rel-col-mes-2 to ws-rel-colunas-2
           perform inicia-secao-relatorio

           display "  MES       GASTO                     GANHO"
                   "                     LIQUIDO ACUMULADO"
           move zero to ws-liquido-acumulado
                   display "  " ws-valor-edicao with no advancing
                   move ws-liquido-acumulado to ws-valor-edicao
                   display "  " ws-valor-edicao

                   divide ws-mgr-mes(ws-idx-mes) by 100 giving ws-rme-ano
                       remainder ws-rme-mes
                   move ws-rel-mes-edicao to ws-rdm-mes
                   move ws-mgr-qtd-registros(ws-idx-mes) to ws-rdm-apostas
                   move ws-mgr-gasto(ws-idx-mes) to ws-rdm-gasto
                   move ws-mgr-ganho(ws-idx-mes) to ws-rdm-ganho
                   move ws-liquido-grupo to ws-rdm-liquido
                   move ws-liquido-acumulado to ws-rdm-acumulado
                   move ws-rel-det-mes to ws-rel-linha
                   perform imprime-linha-relatorio
               end-if
           end-perform

      *>       linha de total do perfil no relatorio impresso
           compute ws-liquido-grupo = ws-pgr-ganho(ws-idx-perfil)
                   - ws-pgr-gasto(ws-idx-perfil)
           move "TOTAL" to ws-rdm-mes
           move ws-pgr-qtd-registros(ws-idx-perfil) to ws-rdm-apostas
           move ws-pgr-gasto(ws-idx-perfil) to ws-rdm-gasto
           move ws-pgr-ganho(ws-idx-perfil) to ws-rdm-ganho
           move ws-liquido-grupo to ws-rdm-liquido
           move ws-liquido-acumulado to ws-rdm-acumulado
           move ws-rel-det-mes to ws-rel-linha
           perform imprime-linha-relatorio

           add ws-pgr-gasto(ws-idx-perfil) to ws-rel-total-gasto
           add ws-pgr-ganho(ws-idx-perfil) to ws-rel-total-ganho
           .
       exibe-extrato-perfil-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais de controle do rodape do relatorio impresso
      *>------------------------------------------------------------------------
       imprime-rodape-relatorio section.
           move "Registros lidos do livro caixa" to ws-rlt-rotulo
           move ws-qtd-registros-lidos to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Registros invalidos ignorados" to ws-rlt-rotulo
           move ws-qtd-linhas-ignoradas to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Perfis no extrato" to ws-rlt-rotulo
           move ws-qtd-grupos-perfil to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Total gasto (R$)" to ws-rlt-rotulo
           move ws-rel-total-gasto to ws-rel-valor-edicao
           move ws-rel-valor-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Total ganho (R$)" to ws-rlt-rotulo
           move ws-rel-total-ganho to ws-rel-valor-edicao
           move ws-rel-valor-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           compute ws-rel-total-liquido = ws-rel-total-ganho
                                        - ws-rel-total-gasto
           move "Resultado liquido (R$)" to ws-rlt-rotulo
           move ws-rel-total-liquido to ws-rel-valor-edicao
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
           move "extrato_livrocaixa" to ws-ops-programa
           move "LIVROCAIXA.TXT" to ws-ops-arq-entrada
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
