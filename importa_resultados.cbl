               organization is line sequential
               file status is ws-perfis-status.

           select arq-rateio-caixa assign to "RATEIOCAIXA.TXT"
               organization is line sequential
               file status is ws-rateio-caixa-status.

           select arq-rateio assign to "RATEIOMASTER.DAT"
               organization is indexed
               access mode is dynamic
               record key is ws-rat-chave
               file status is ws-rateio-status.

           select arq-operacoes assign to "OPERACOES.LOG"
               organization is line sequential
               file status is ws-operacoes-status.

       i-o-control.

      *>Declaração de variáveis
           05 ws-prf-num-max                 pic 9(02).
           05 filler                        pic x(01) value spaces.
           05 ws-prf-qtd-sorteio             pic 9(02).
      *>       programacao de sorteios (dias da semana e concurso especial),
      *>       mantida pelo cadastro de perfis e nao usada aqui
           05 filler                        pic x(34).

      *>----Rateio oficial da Caixa: uma linha por concurso com numero
      *>    do concurso, codigo do perfil, S/N se a faixa principal
      *>    acumulou, valor acumulado para o proximo concurso,
      *>    arrecadacao e, para cada faixa premiada, o trio faixa
      *>    (acertos), ganhadores e premio pago; valores com virgula
      *>    decimal
       fd  arq-rateio-caixa.
       01 ws-reg-rateio-caixa                pic x(400).

      *>----Rateio oficial consolidado, indexado pela mesma chave perfil
      *>    + concurso do master de resultados; a faixa e o numero de
      *>    acertos, como em PREMIOS.TXT
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
       77 ws-caixa-status                          pic x(02).
       77 ws-rateio-caixa-status                   pic x(02).
       77 ws-rateio-status                         pic x(02).
       77 ws-master-status                         pic x(02).

      *>----Controle de fim de arquivo nas varreduras
           88 ws-arquivo-fim                       value "S".
           88 ws-arquivo-continua                  value "N".

      *>----Quebra da linha do export em campos (a linha corrente, do
      *>    export de resultados ou do de rateio, fica em
      *>    WS-LINHA-ENTRADA)
       77 ws-linha-entrada                         pic x(400).
       77 ws-ptr-linha                             pic 9(04).
       77 ws-token                                 pic x(20).
       77 ws-idx-token                             pic 9(02).
           88 ws-token-invalido                    value "N".
       77 ws-valor-token                           pic 9(08).
       77 ws-digito                               pic 9(01).
       77 ws-valor-monetario                       pic 9(13)v99.
       77 ws-parte-decimal                         pic 9(02).
       77 ws-qtd-digitos-inteiros                  pic 9(02).
       77 ws-qtd-digitos-decimais                  pic 9(02).
       77 ws-achou-virgula                         pic x(01).
           88 ws-na-parte-decimal                  value "S".
           88 ws-na-parte-inteira                  value "N".

      *>----Campos do concurso em validacao
       77 ws-imp-concurso                          pic 9(05).
           88 ws-linha-invalida                    value "S".
           88 ws-linha-valida                      value "N".

      *>----Campos do rateio em validacao
       77 ws-rat-faixa-lida                        pic 9(02).
       77 ws-rat-qtd-faixas                        pic 9(02).
       77 ws-rat-faixa-informada                   pic x(15).

      *>----Contadores do resumo final
       77 ws-qtd-linhas-lidas                      pic 9(06) value zero.
       77 ws-qtd-importados                        pic 9(06) value zero.
       77 ws-qtd-rejeitados                        pic 9(06) value zero.
       77 ws-qtd-rateios-lidos                     pic 9(06) value zero.
       77 ws-qtd-rateios-importados                pic 9(06) value zero.
       77 ws-qtd-rateios-rejeitados                pic 9(06) value zero.
       77 ws-qtd-edicao                            pic zzzzz9.

      *>----Conferencia dos bilhetes comprados, disparada quando a
      *>    importacao traz concursos novos
       77 ws-comando-conferencia                   pic x(100)
               value "./confere_bilhetes".
       77 ws-retorno-importacao                    pic s9(04).

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
           perform carrega-perfis.
           perform importa-export-caixa.
           perform importa-rateio-caixa.
           perform exibe-resumo.
           perform dispara-conferencia-bilhetes.
           perform finaliza.

      *>------------------------------------------------------------------------
               display "Nenhum RESULTADOSCAIXA.TXT encontrado - nada a "
                       "importar."
               move 8 to return-code
               move "RESULTADOSCAIXA.TXT NAO ENCONTRADO"
                   to ws-ops-motivo
               perform finaliza
           end-if

      *>       o master fica em i-o: a validacao le pela chave e a
                   display "Erro ao criar RESULTADOSMASTER.DAT - file "
                           "status " ws-master-status
                   move 8 to return-code
                   move "ERRO AO CRIAR RESULTADOSMASTER.DAT"
                       to ws-ops-motivo
                   perform finaliza
               end-if
           end-if

                   not at end
                       if ws-reg-caixa not = spaces
                           add 1 to ws-qtd-linhas-lidas
                           move ws-reg-caixa to ws-linha-entrada
                           perform valida-linha-caixa
                           if ws-linha-valida
                               perform grava-concurso-master
       valida-linha-caixa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lendo o export de rateio oficial, quando houver, e gravando o
      *>  rateio de cada concurso valido ja carregado no master
      *>------------------------------------------------------------------------
       importa-rateio-caixa section.
           open input arq-rateio-caixa
           if ws-rateio-caixa-status = "35"
               display "Nenhum RATEIOCAIXA.TXT encontrado - nenhum "
                       "rateio oficial a importar."
           else
               open input arq-master
               if ws-master-status not = "00"
                   display "Erro ao abrir RESULTADOSMASTER.DAT - file "
                           "status " ws-master-status
                   move 8 to return-code
                   move "ERRO AO ABRIR RESULTADOSMASTER.DAT"
                       to ws-ops-motivo
                   perform finaliza
               end-if

               open i-o arq-rateio
               if ws-rateio-status = "35"
                   display "Nenhum RATEIOMASTER.DAT existente - sera "
                           "criado."
                   open output arq-rateio
                   close arq-rateio
                   open i-o arq-rateio
                   if ws-rateio-status not = "00"
                       display "Erro ao criar RATEIOMASTER.DAT - file "
                               "status " ws-rateio-status
                       move 8 to return-code
                       move "ERRO AO CRIAR RATEIOMASTER.DAT"
                           to ws-ops-motivo
                       perform finaliza
                   end-if
               end-if

               set ws-arquivo-continua to true
               perform until ws-arquivo-fim
                   read arq-rateio-caixa
                       at end
                           set ws-arquivo-fim to true
                       not at end
                           if ws-reg-rateio-caixa not = spaces
                               add 1 to ws-qtd-rateios-lidos
                               move ws-reg-rateio-caixa
                                   to ws-linha-entrada
                               perform valida-linha-rateio
                               if ws-linha-valida
                                   perform grava-rateio-master
                               else
                                   add 1 to ws-qtd-rateios-rejeitados
                               end-if
                           end-if
                   end-read
               end-perform

               close arq-rateio-caixa
               close arq-rateio
               close arq-master
           end-if
           .
       importa-rateio-caixa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Validando uma linha do rateio: concurso ja no master, S/N do
      *>  acumulado, valores, e ao menos uma faixa dentro das dezenas do
      *>  perfil, sem faixa repetida; o rateio ja gravado nao e
      *>  substituido
      *>------------------------------------------------------------------------
       valida-linha-rateio section.
           set ws-linha-valida to true
           move 1 to ws-ptr-linha

           perform le-token-numerico
           if ws-token-invalido or ws-valor-token = 0
                   or ws-valor-token > 99999
               display "Rateio " ws-qtd-rateios-lidos " rejeitado: numero "
                       "de concurso invalido."
               set ws-linha-invalida to true
           else
               move ws-valor-token to ws-imp-concurso
           end-if

           if ws-linha-valida
               perform le-token-numerico
               if ws-token-invalido or ws-valor-token < 1
                       or ws-valor-token > 9
                   display "Rateio " ws-qtd-rateios-lidos " rejeitado: "
                           "perfil de jogo invalido."
                   set ws-linha-invalida to true
               else
                   move ws-valor-token to ws-imp-perfil
               end-if
           end-if

      *>       o rateio so entra para concurso ja carregado no master;
      *>       e dele que vem a quantidade de dezenas sorteadas
           if ws-linha-valida
               move ws-imp-perfil   to ws-res-perfil
               move ws-imp-concurso to ws-res-concurso
               read arq-master
                   invalid key
                       display "Rateio " ws-qtd-rateios-lidos
                               " rejeitado: concurso " ws-imp-concurso
                               " do perfil " ws-imp-perfil
                               " nao carregado no master."
                       set ws-linha-invalida to true
               end-read
           end-if

      *>       o rateio ja gravado nao e substituido por um novo export
           if ws-linha-valida
               move ws-imp-perfil   to ws-rat-perfil
               move ws-imp-concurso to ws-rat-concurso
               read arq-rateio
                   invalid key
                       continue
                   not invalid key
                       display "Rateio " ws-qtd-rateios-lidos
                               " rejeitado: rateio do concurso "
                               ws-imp-concurso " do perfil "
                               ws-imp-perfil " ja carregado."
                       set ws-linha-invalida to true
               end-read
           end-if

           if ws-linha-valida
               move spaces to ws-reg-rateio
               move spaces to ws-rat-faixa-informada
               move zero to ws-rat-qtd-faixas
               perform varying i from 1 by 1 until i > 15
                   move zero to ws-rat-ganhadores(i)
                   move zero to ws-rat-premio-faixa(i)
               end-perform
           end-if

           if ws-linha-valida
               perform le-token-bruto
               if ws-token = "S" or ws-token = "N"
                   move ws-token(1:1) to ws-rat-acumulou
               else
                   display "Rateio " ws-qtd-rateios-lidos " rejeitado: "
                           "indicador de acumulado deve ser S ou N."
                   set ws-linha-invalida to true
               end-if
           end-if

           if ws-linha-valida
               perform le-token-valor
               if ws-token-invalido
                   display "Rateio " ws-qtd-rateios-lidos " rejeitado: "
                           "valor acumulado invalido."
                   set ws-linha-invalida to true
               else
                   move ws-valor-monetario to ws-rat-valor-acumulado
               end-if
           end-if

           if ws-linha-valida
               perform le-token-valor
               if ws-token-invalido
                   display "Rateio " ws-qtd-rateios-lidos " rejeitado: "
                           "arrecadacao invalida."
                   set ws-linha-invalida to true
               else
                   move ws-valor-monetario to ws-rat-arrecadacao
               end-if
           end-if

      *>       trios faixa / ganhadores / premio ate o fim da linha
           if ws-linha-valida
               perform le-token-numerico
               perform until ws-token = spaces or ws-linha-invalida
                   perform valida-faixa-rateio
                   if ws-linha-valida
                       perform le-token-numerico
                   end-if
               end-perform
           end-if

           if ws-linha-valida and ws-rat-qtd-faixas = 0
               display "Rateio " ws-qtd-rateios-lidos " rejeitado: "
                       "nenhuma faixa informada."
               set ws-linha-invalida to true
           end-if
           .
       valida-linha-rateio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Validando um trio faixa / ganhadores / premio do rateio; o
      *>  token da faixa ja foi lido
      *>------------------------------------------------------------------------
       valida-faixa-rateio section.
           if ws-token-invalido or ws-valor-token = 0
                   or ws-valor-token > ws-res-qtd-sorteio
               display "Rateio " ws-qtd-rateios-lidos " rejeitado: faixa "
                       "fora das dezenas sorteadas do perfil."
               set ws-linha-invalida to true
           else
               move ws-valor-token to ws-rat-faixa-lida
               if ws-rat-faixa-informada(ws-rat-faixa-lida:1) = "S"
                   display "Rateio " ws-qtd-rateios-lidos " rejeitado: "
                           "faixa " ws-rat-faixa-lida " repetida."
                   set ws-linha-invalida to true
               else
                   move "S" to ws-rat-faixa-informada(ws-rat-faixa-lida:1)
                   add 1 to ws-rat-qtd-faixas
               end-if
           end-if

           if ws-linha-valida
               perform le-token-numerico
               if ws-token-invalido or ws-valor-token > 9999999
                   display "Rateio " ws-qtd-rateios-lidos " rejeitado: "
                           "quantidade de ganhadores invalida na faixa "
                           ws-rat-faixa-lida "."
                   set ws-linha-invalida to true
               else
                   move ws-valor-token
                       to ws-rat-ganhadores(ws-rat-faixa-lida)
               end-if
           end-if

           if ws-linha-valida
               perform le-token-valor
               if ws-token-invalido
                   display "Rateio " ws-qtd-rateios-lidos " rejeitado: "
                           "premio invalido na faixa " ws-rat-faixa-lida
                           "."
                   set ws-linha-invalida to true
               else
                   move ws-valor-monetario
                       to ws-rat-premio-faixa(ws-rat-faixa-lida)
               end-if
           end-if
           .
       valida-faixa-rateio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravando o rateio validado no master de rateio
      *>------------------------------------------------------------------------
       grava-rateio-master section.
           move ws-imp-perfil   to ws-rat-perfil
           move ws-imp-concurso to ws-rat-concurso

           write ws-reg-rateio
               invalid key
                   display "Rateio " ws-qtd-rateios-lidos " rejeitado: "
                           "concurso " ws-imp-concurso " do perfil "
                           ws-imp-perfil " repetido no proprio export."
                   add 1 to ws-qtd-rateios-rejeitados
               not invalid key
                   if ws-rateio-status = "00"
                       add 1 to ws-qtd-rateios-importados
                   else
                       display "Erro ao gravar RATEIOMASTER.DAT - "
                               "file status " ws-rateio-status
                       add 1 to ws-qtd-rateios-rejeitados
                   end-if
           end-write
           .
       grava-rateio-master-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Definindo os limites do perfil do concurso em validacao, a
      *>  partir do master de perfis carregado na inicializacao
      *>------------------------------------------------------------------------
       le-token-bruto section.
           move spaces to ws-token
           unstring ws-linha-entrada delimited by all space
               into ws-token
               with pointer ws-ptr-linha
           .
       le-token-numerico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lendo o proximo token da linha como valor em reais: ate 13
      *>  digitos inteiros e, depois da virgula, ate 2 decimais
      *>------------------------------------------------------------------------
       le-token-valor section.
           perform le-token-bruto

           set ws-token-valido to true
           set ws-na-parte-inteira to true
           move zero to ws-valor-monetario
           move zero to ws-parte-decimal
           move zero to ws-qtd-digitos-inteiros
           move zero to ws-qtd-digitos-decimais
           move zero to ws-token-len
           inspect ws-token tallying ws-token-len
               for characters before initial " "

           if ws-token-len = 0
               set ws-token-invalido to true
           end-if

           perform varying ws-idx-token from 1 by 1
                   until ws-idx-token > ws-token-len
                          or ws-token-invalido
               if ws-token(ws-idx-token:1) = ","
                   if ws-na-parte-decimal
                       set ws-token-invalido to true
                   else
                       set ws-na-parte-decimal to true
                   end-if
               else
               if ws-token(ws-idx-token:1) < "0"
                       or ws-token(ws-idx-token:1) > "9"
                   set ws-token-invalido to true
               else
                   move ws-token(ws-idx-token:1) to ws-digito
                   if ws-na-parte-decimal
                       add 1 to ws-qtd-digitos-decimais
                       if ws-qtd-digitos-decimais > 2
                           set ws-token-invalido to true
                       else
                           compute ws-parte-decimal =
                                   ws-parte-decimal * 10 + ws-digito
                       end-if
                   else
                       add 1 to ws-qtd-digitos-inteiros
                       if ws-qtd-digitos-inteiros > 13
                           set ws-token-invalido to true
                       else
                           compute ws-valor-monetario =
                                   ws-valor-monetario * 10 + ws-digito
                       end-if
                   end-if
               end-if
               end-if
           end-perform

           if ws-token-valido
               if ws-qtd-digitos-decimais = 1
                   compute ws-parte-decimal = ws-parte-decimal * 10
               end-if
               compute ws-valor-monetario =
                       ws-valor-monetario + ws-parte-decimal / 100
           end-if
           .
       le-token-valor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravando o concurso validado no master indexado
      *>------------------------------------------------------------------------
           display "  Concursos importados   : " ws-qtd-edicao
           move ws-qtd-rejeitados to ws-qtd-edicao
           display "  Linhas rejeitadas      : " ws-qtd-edicao
           move ws-qtd-rateios-lidos to ws-qtd-edicao
           display "  Linhas de rateio lidas : " ws-qtd-edicao
           move ws-qtd-rateios-importados to ws-qtd-edicao
           display "  Rateios importados     : " ws-qtd-edicao
           move ws-qtd-rateios-rejeitados to ws-qtd-edicao
           display "  Rateios rejeitados     : " ws-qtd-edicao

           if ws-qtd-rejeitados > 0 or ws-qtd-rateios-rejeitados > 0
               move 4 to return-code
               move "REJEICOES NO EXPORT OU NO RATEIO DA CAIXA"
                   to ws-ops-motivo
           end-if
           .
       exibe-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Disparando a conferencia dos bilhetes comprados contra os
      *>  concursos recem-importados; uma falha na conferencia vira
      *>  alerta da importacao, sem desfazer o que ja foi gravado
      *>------------------------------------------------------------------------
       dispara-conferencia-bilhetes section.
           if ws-qtd-importados > 0
               move return-code to ws-retorno-importacao
               display " "
               display "Conferindo os bilhetes comprados contra os "
                       "concursos importados..."
               call "SYSTEM" using ws-comando-conferencia
               if return-code not = 0
                   display "Aviso: conferencia de bilhetes encerrada com "
                           "codigo de retorno " return-code "."
                   if ws-retorno-importacao < 4
                       move 4 to ws-retorno-importacao
                       move "CONFERENCIA DE BILHETES COM FALHA"
                           to ws-ops-motivo
                   end-if
               end-if
               move ws-retorno-importacao to return-code
           end-if
           .
       dispara-conferencia-bilhetes-exit.
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
           move "importa_resultados" to ws-ops-programa
           move "PERFIS.TXT RESULTADOSCAIXA.TXT RATEIOCAIXA.TXT"
               to ws-ops-arq-entrada
           move "RESULTADOSMASTER.DAT RATEIOMASTER.DAT"
               to ws-ops-arq-saida
           .
       identifica-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contadores do diario de operacoes: linhas do export e do
      *>  rateio oficial lidas, importadas e rejeitadas
      *>------------------------------------------------------------------------
       apura-contadores-operacao section.
           compute ws-ops-qtd-lidos = ws-qtd-linhas-lidas
                   + ws-qtd-rateios-lidos
           compute ws-ops-qtd-gravados = ws-qtd-importados
                   + ws-qtd-rateios-importados
           compute ws-ops-qtd-rejeitados = ws-qtd-rejeitados
                   + ws-qtd-rateios-rejeitados
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
