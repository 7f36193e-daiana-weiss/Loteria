               organization is line sequential
               file status is ws-rollup-status.

           select arq-relatorio assign to dynamic ws-rel-nome-arquivo
               organization is line sequential
               file status is ws-relatorio-status.

           select arq-operacoes assign to "OPERACOES.LOG"
               organization is line sequential
               file status is ws-operacoes-status.

       i-o-control.

      *>Declaração de variáveis
           05 ws-sem-seq                     pic 9(08).
           05 filler                        pic x(01).
           05 ws-sem-valor                   pic 9(10).
      *>    execucao por semente mestre: um unico cabecalho, com MESTRE
      *>    no lugar da sequencia, o perfil e a semente mestre
       01 ws-reg-semente-mestre.
           05 ws-smt-run-id                  pic x(16).
           05 filler                        pic x(01).
           05 ws-smt-modo                    pic x(06).
               88 ws-smt-cabecalho-mestre    value "MESTRE".
           05 filler                        pic x(01).
           05 ws-smt-perfil-codigo           pic 9(01).
           05 filler                        pic x(01).
           05 ws-smt-semente-mestre          pic 9(10).

      *>----Rollup das execucoes ja movidas para o arquivo morto pelo
      *>    utilitario de arquivamento; so o RUN ID da frente interessa
               10 ws-chk-num-sort occurs 15 pic 9(02).


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

           05 ws-aud-qtd-sementes                  pic 9(10).
           05 ws-aud-ultima-seq-semente            pic 9(08).
           05 ws-aud-falha-seq-semente             pic x(01).
      *>       cabecalhos de semente mestre: uma execucao nesse modo tem
      *>       exatamente um, e nenhuma semente por dezena
           05 ws-aud-qtd-cabecalhos                pic 9(03).
           05 ws-aud-semente-mestre                pic 9(10).
           05 ws-aud-qtd-sorteios-csv              pic 9(15).
           05 ws-aud-ultimo-lote-csv               pic 9(05).
           05 ws-aud-ultima-tent-csv               pic 9(10).
      *>----Variaveis de edicao do relatorio
       77 ws-qtd-edicao                            pic zzzzzzzzzzzzzz9.

      *>----Linha do relatorio impresso: uma por execucao auditada, com
      *>    as falhas resumidas em etiquetas na coluna de observacoes
       01 ws-rel-det-run.
           05 filler                               pic x(01) value spaces.
           05 ws-rda-run-id                        pic x(16).
           05 filler                               pic x(01) value spaces.
           05 ws-rda-historico                     pic zzzz9.
           05 filler                               pic x(01) value spaces.
           05 ws-rda-tentativas                    pic zzzzzzzzzzzz9.
           05 filler                               pic x(01) value spaces.
           05 ws-rda-sorteios-csv                  pic zzzzzzzzzzzz9.
           05 filler                               pic x(01) value spaces.
           05 ws-rda-sementes-min                  pic zzzzzzzzzzzz9
                                                   blank when zero.
           05 filler                               pic x(01) value spaces.
           05 ws-rda-sementes-log                  pic zzzzzzzzzzzz9.
           05 filler                               pic x(01) value spaces.
           05 ws-rda-modo                          pic x(06).
           05 filler                               pic x(01) value spaces.
           05 ws-rda-resultado                     pic x(09).
           05 filler                               pic x(01) value spaces.
           05 ws-rda-observacao                    pic x(34).
           05 filler                               pic x(01) value spaces.
       01 ws-rel-col-run-1.
           05 filler                               pic x(44)
                  value " RUN ID           HIST.    TENTATIVAS      S".
           05 filler                               pic x(44)
                  value "ORTEIOS      SEMENTES      SEMENTES MODO   R".
           05 filler                               pic x(44)
                  value "ESULTADO OBSERVACOES                        ".
       01 ws-rel-col-run-2.
           05 filler                               pic x(44)
                  value "                         NO HISTORICO       ".
           05 filler                               pic x(44)
                  value " NO CSV       MINIMAS        NO LOG         ".
           05 filler                               pic x(44) value spaces.
       77 ws-rel-etiqueta                          pic x(12).
       77 ws-rel-ptr-observacao                    pic 9(03).
       77 ws-rel-qtd-aprovadas                     pic 9(03) value zero.
       77 ws-rel-qtd-arquivadas                    pic 9(03) value zero.


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
           perform recebe-filtro.
           perform varre-historico.
           perform varre-sementes.
               move zero to ws-aud-qtd-sementes(ws-run-achado)
               move zero to ws-aud-ultima-seq-semente(ws-run-achado)
               move "N" to ws-aud-falha-seq-semente(ws-run-achado)
               move zero to ws-aud-qtd-cabecalhos(ws-run-achado)
               move zero to ws-aud-semente-mestre(ws-run-achado)
               move zero to ws-aud-qtd-sorteios-csv(ws-run-achado)
               move zero to ws-aud-ultimo-lote-csv(ws-run-achado)
               move zero to ws-aud-ultima-tent-csv(ws-run-achado)

      *>------------------------------------------------------------------------
      *>  Varrendo SEMENTES.LOG: conta as sementes de cada execucao e
      *>  confere se a numeracao de sequencia avanca de um em um; o
      *>  cabecalho de uma execucao por semente mestre e contado a parte
      *>------------------------------------------------------------------------
       varre-sementes section.
           open input arq-sementes
                               move ws-sem-run-id to ws-run-id-linha
                               perform localiza-run
                               if ws-run-achado > 0
                                   if ws-smt-cabecalho-mestre
                                       add 1 to
                                           ws-aud-qtd-cabecalhos(ws-run-achado)
                                       move ws-smt-semente-mestre to
                                           ws-aud-semente-mestre(ws-run-achado)
                                   else
                                   add 1 to ws-aud-qtd-sementes(ws-run-achado)
                                   if ws-sem-seq not =
                                           ws-aud-ultima-seq-semente(ws-run-achado) + 1
                                   end-if
                                   move ws-sem-seq to
                                       ws-aud-ultima-seq-semente(ws-run-achado)
                                   end-if
                               end-if
                           end-if
                   end-read

           if ws-aud-qtd-sorteios-csv(ws-idx-run) = 0
                   and ws-aud-qtd-sementes(ws-idx-run) = 0
                   and ws-aud-qtd-cabecalhos(ws-idx-run) = 0
               perform varying ws-idx-rollup from 1 by 1
                       until ws-idx-rollup > ws-qtd-rollup-ids
                              or ws-run-arquivada = "S"
      *>  Exibindo a auditoria de cada execucao, com a linha PASS/FAIL
      *>------------------------------------------------------------------------
       exibe-auditoria section.
           move "AUDITAEXECUCAO" to ws-rel-prefixo
           move "AUDITORIA DE RECONCILIACAO DAS SAIDAS DO SIMULADOR"
               to ws-rc1-relatorio
           if ws-filtro-run-id = spaces
               move "FILTRO: " to ws-rc2-rotulo-filtro
               move "TODAS AS EXECUCOES" to ws-rc2-filtro
           else
               move "RUN ID: " to ws-rc2-rotulo-filtro
               move ws-filtro-run-id to ws-rc2-filtro
           end-if
           perform abre-relatorio

           move "EXECUCOES AUDITADAS" to ws-rel-titulo-secao
           move ws-rel-col-run-1 to ws-rel-colunas-1
           move ws-rel-col-run-2 to ws-rel-colunas-2
           perform inicia-secao-relatorio

           display " "
           display "====================================================="
           display "AUDITORIA DE RECONCILIACAO DAS SAIDAS DO SIMULADOR"

           if ws-qtd-falhas > 0
               move 4 to return-code
               move "EXECUCOES REPROVADAS NA AUDITORIA" to ws-ops-motivo
           end-if
           .
       exibe-auditoria-exit.
                       "no rollup do arquivamento."
               display "  AUDITORIA " ws-aud-run-id(ws-idx-run)
                       ": ARQUIVADA"
               add 1 to ws-rel-qtd-arquivadas
               perform monta-linha-run
               move "ARQUIVADA" to ws-rda-resultado
               move "NO ARQUIVO MORTO" to ws-rda-observacao
               move ws-rel-det-run to ws-rel-linha
               perform imprime-linha-relatorio
           else
               perform audita-run-detalhe
           end-if
      *>------------------------------------------------------------------------
       audita-run-detalhe section.
           move "S" to ws-run-aprovado
           perform monta-linha-run

           move ws-aud-qtd-historico(ws-idx-run) to ws-qtd-edicao
           display "  Registros no historico      : " ws-qtd-edicao
               display "  FALHA: execucao sem registro no historico "
                       "(simulacao nao concluida ou historico perdido)."
               move "N" to ws-run-aprovado
               move "SEM-HIST" to ws-rel-etiqueta
               perform anota-observacao
           end-if

           move ws-aud-total-tentativas(ws-idx-run) to ws-qtd-edicao
                   display "  FALHA: quantidade de sorteios no csv difere "
                           "das tentativas registradas no historico."
                   move "N" to ws-run-aprovado
                   move "CSV-DIFERE" to ws-rel-etiqueta
                   perform anota-observacao
               else
                   if ws-aud-qtd-sorteios-csv(ws-idx-run) not =
                           ws-aud-total-tentativas(ws-idx-run)
                       display "  Execucao retomada de checkpoint: os "
                               "sorteios anteriores a retomada pertencem "
                               "a execucao original."
                       move "RETOMADA" to ws-rel-etiqueta
                       perform anota-observacao
                   end-if
               end-if
           end-if
               display "  FALHA: ha buracos na sequencia de tentativas do "
                       "csv."
               move "N" to ws-run-aprovado
               move "BURACO-CSV" to ws-rel-etiqueta
               perform anota-observacao
           end-if

      *>       execucao por semente mestre: todos os sorteios derivam do
      *>       cabecalho, entao nao ha minimo de sementes a conferir
           if ws-aud-qtd-cabecalhos(ws-idx-run) > 0
               perform audita-semente-mestre
           else
               perform audita-sementes-por-dezena
           end-if

           if ws-run-aprovado = "S"
               display "  AUDITORIA " ws-aud-run-id(ws-idx-run) ": PASS"
               add 1 to ws-rel-qtd-aprovadas
               move "PASS" to ws-rda-resultado
           else
               add 1 to ws-qtd-falhas
               display "  AUDITORIA " ws-aud-run-id(ws-idx-run) ": FAIL"
               move "FAIL" to ws-rda-resultado
           end-if
           move ws-rel-det-run to ws-rel-linha
           perform imprime-linha-relatorio
           .
       audita-run-detalhe-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Preparando a linha da execucao no relatorio impresso com os
      *>  numeros consolidados da tabela de auditoria
      *>------------------------------------------------------------------------
       monta-linha-run section.
           move ws-aud-run-id(ws-idx-run) to ws-rda-run-id
           move ws-aud-qtd-historico(ws-idx-run) to ws-rda-historico
           move ws-aud-total-tentativas(ws-idx-run) to ws-rda-tentativas
           move ws-aud-qtd-sorteios-csv(ws-idx-run)
               to ws-rda-sorteios-csv
           move ws-aud-qtd-sementes(ws-idx-run) to ws-rda-sementes-log
           if ws-aud-qtd-cabecalhos(ws-idx-run) > 0
               move "MESTRE" to ws-rda-modo
               move zero to ws-rda-sementes-min
           else
               move "DEZENA" to ws-rda-modo
               compute ws-rda-sementes-min =
                       ws-aud-qtd-sorteios-csv(ws-idx-run)
                       * ws-aud-qtd-sorteio-perfil(ws-idx-run)
           end-if
           move spaces to ws-rda-resultado
           move spaces to ws-rda-observacao
           move 1 to ws-rel-ptr-observacao
           .
       monta-linha-run-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acrescentando a etiqueta WS-REL-ETIQUETA as observacoes da
      *>  execucao; o que nao couber na coluna fica so na tela
      *>------------------------------------------------------------------------
       anota-observacao section.
           if ws-rel-ptr-observacao > 1
               string " " delimited by size
                   into ws-rda-observacao
                   with pointer ws-rel-ptr-observacao
               end-string
           end-if
           string ws-rel-etiqueta delimited by space
               into ws-rda-observacao
               with pointer ws-rel-ptr-observacao
           end-string
           .
       anota-observacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conferindo o log de uma execucao por semente mestre: um unico
      *>  cabecalho e nenhuma semente por dezena misturada a ele
      *>------------------------------------------------------------------------
       audita-semente-mestre section.
           display "  Modo de sementes            : semente mestre "
                   ws-aud-semente-mestre(ws-idx-run)

           if ws-aud-qtd-cabecalhos(ws-idx-run) > 1
               move ws-aud-qtd-cabecalhos(ws-idx-run) to ws-qtd-edicao
               display "  FALHA: a execucao tem mais de um cabecalho de "
                       "semente mestre no log: " ws-qtd-edicao
               move "N" to ws-run-aprovado
               move "MULTI-CAB" to ws-rel-etiqueta
               perform anota-observacao
           end-if

           if ws-aud-qtd-sementes(ws-idx-run) > 0
               move ws-aud-qtd-sementes(ws-idx-run) to ws-qtd-edicao
               display "  FALHA: sementes por dezena misturadas ao "
                       "cabecalho de semente mestre: " ws-qtd-edicao
               move "N" to ws-run-aprovado
               move "SEM-MISTAS" to ws-rel-etiqueta
               perform anota-observacao
           end-if
           .
       audita-semente-mestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conferindo o log de uma execucao com uma semente por dezena
      *>------------------------------------------------------------------------
       audita-sementes-por-dezena section.
           compute ws-sementes-minimas =
                   ws-aud-qtd-sorteios-csv(ws-idx-run)
                   * ws-aud-qtd-sorteio-perfil(ws-idx-run)
               display "  FALHA: o log de sementes tem menos sementes do "
                       "que o minimo exigido pelos sorteios do csv."
               move "N" to ws-run-aprovado
               move "SEM-MINIMO" to ws-rel-etiqueta
               perform anota-observacao
           end-if

           if ws-aud-falha-seq-semente(ws-idx-run) = "S"
               display "  FALHA: ha buracos na numeracao de sequencia do "
                       "log de sementes."
               move "N" to ws-run-aprovado
               move "BURACO-SEM" to ws-rel-etiqueta
               perform anota-observacao
           end-if
           .
       audita-sementes-por-dezena-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais de controle do rodape do relatorio impresso
      *>------------------------------------------------------------------------
       imprime-rodape-relatorio section.
           move "Execucoes auditadas" to ws-rlt-rotulo
           move ws-qtd-runs to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Execucoes aprovadas (PASS)" to ws-rlt-rotulo
           move ws-rel-qtd-aprovadas to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Execucoes reprovadas (FAIL)" to ws-rlt-rotulo
           move ws-qtd-falhas to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Execucoes no arquivo morto" to ws-rlt-rotulo
           move ws-rel-qtd-arquivadas to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Registros do historico sem RUN ID" to ws-rlt-rotulo
           move ws-qtd-hist-layout-antigo to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Linhas do csv sem RUN ID" to ws-rlt-rotulo
           move ws-qtd-csv-layout-antigo to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Simulacao interrompida (CHECKPOINT.TXT)"
               to ws-rlt-rotulo
           if ws-checkpoint-pendente = "S"
               move "                   SIM" to ws-rlt-numero
           else
               move "                   NAO" to ws-rlt-numero
           end-if
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
           move "audita_execucao" to ws-ops-programa
           move spaces to ws-ops-arq-entrada
           string "HISTORICO.TXT SORTEIOS.CSV SEMENTES.LOG "
                  "CHECKPOINT.TXT SORTEIOSROLLUP.TXT"
                  delimited by size into ws-ops-arq-entrada
           end-string
           move spaces to ws-ops-arq-saida
           .
       identifica-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contadores do diario de operacoes: registros das execucoes
      *>  auditadas mais os de layout antigo (rejeitados); as linhas de
      *>  detalhe do relatorio impresso contam como gravadas
      *>------------------------------------------------------------------------
       apura-contadores-operacao section.
           compute ws-ops-qtd-lidos = ws-qtd-hist-layout-antigo
                   + ws-qtd-csv-layout-antigo
           perform varying ws-idx-run from 1 by 1
                   until ws-idx-run > ws-qtd-runs
               add ws-aud-qtd-historico(ws-idx-run)
                   ws-aud-qtd-sorteios-csv(ws-idx-run)
                   ws-aud-qtd-sementes(ws-idx-run)
                   ws-aud-qtd-cabecalhos(ws-idx-run)
                   to ws-ops-qtd-lidos
           end-perform
           compute ws-ops-qtd-rejeitados = ws-qtd-hist-layout-antigo
                   + ws-qtd-csv-layout-antigo
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
