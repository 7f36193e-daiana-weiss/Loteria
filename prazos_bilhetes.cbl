      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "prazos_bilhetes".
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
           select arq-avisos assign to "AVISOSPREMIO.TXT"
               organization is line sequential
               file status is ws-avisos-status.

           select arq-bilhetes assign to "BILHETES.TXT"
               organization is line sequential
               file status is ws-bilhetes-status.

           select arq-operacoes assign to "OPERACOES.LOG"
               organization is line sequential
               file status is ws-operacoes-status.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>----Avisos de premio gravados pela conferencia de bilhetes;
      *>    situacao P = a resgatar, R = resgatado
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

      *>----Registro dos bilhetes comprados, mantido pela conferencia
       fd  arq-bilhetes.
       01 ws-reg-bilhete.
           05 ws-bil-numero                  pic x(10).
           05 filler                        pic x(01).
           05 ws-bil-perfil-codigo           pic 9(01).
           05 filler                        pic x(01).
           05 ws-bil-qtd-num                 pic 9(02).
           05 filler                        pic x(01).
           05 ws-bil-dezenas.
               10 ws-bil-dezena occurs 20    pic 9(02).
           05 filler                        pic x(01).
           05 ws-bil-concurso-ini            pic 9(05).
           05 filler                        pic x(01).
           05 ws-bil-qtd-concursos           pic 9(02).
           05 filler                        pic x(01).
           05 ws-bil-preco                   pic 9(07)v99.
           05 filler                        pic x(01).
           05 ws-bil-local-compra            pic x(30).
           05 filler                        pic x(01).
           05 ws-bil-situacao                pic x(01).
           05 filler                        pic x(01).
           05 ws-bil-ult-conferido           pic 9(05).


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
       77 ws-avisos-status                         pic x(02).
       77 ws-bilhetes-status                       pic x(02).

      *>----Controle de fim de arquivo nas varreduras
       77 ws-fim-arquivo                           pic x(01).
           88 ws-arquivo-fim                       value "S".
           88 ws-arquivo-continua                  value "N".

      *>----Avisos carregados; a tabela e regravada quando algum premio
      *>    e marcado como resgatado
       77 ws-qtd-avisos                            pic 9(05) value zero.
       77 ws-avisos-limite                         pic 9(05) value 5000.
       77 ws-idx-aviso                             pic 9(05).
       01 ws-tabela-avisos occurs 5000.
           05 ws-tav-bilhete                       pic x(10).
           05 ws-tav-perfil-codigo                 pic 9(01).
           05 ws-tav-concurso                      pic 9(05).
           05 ws-tav-data-sorteio                  pic 9(08).
           05 ws-tav-faixa                         pic 9(02).
           05 ws-tav-prazo                         pic 9(08).
           05 ws-tav-situacao                      pic x(01).
               88 ws-premio-a-resgatar             value "P".
               88 ws-premio-resgatado              value "R".
           05 ws-tav-data-aviso                    pic 9(08).
           05 ws-tav-local-compra                  pic x(30).

      *>----Marcacao de resgate
       77 ws-resposta                              pic x(01).
           88 ws-resposta-sim                      value "S" "s".
       77 ws-resgate-bilhete                       pic x(10).
       77 ws-resgate-concurso                      pic 9(05).
       77 ws-resgate-achado                        pic x(01).
           88 ws-resgate-localizado                value "S".
           88 ws-resgate-nao-localizado            value "N".
       77 ws-qtd-marcados                          pic 9(05) value zero.

      *>----Janela de alerta do prazo de resgate, em dias
       77 ws-janela-alerta                         pic 9(03).
       77 ws-data-hoje                             pic 9(08).
       77 ws-dias-hoje                             pic 9(08).
       77 ws-dias-restantes                        pic s9(06).

      *>----Contadores do relatorio
       77 ws-qtd-a-vencer                          pic 9(05) value zero.
       77 ws-qtd-vencidos                          pic 9(05) value zero.
       77 ws-qtd-encerrados                        pic 9(05) value zero.
       77 ws-concurso-final                        pic 9(05).

      *>----Variaveis de edicao do relatorio
       77 ws-data-edicao                           pic 9(08).
       77 ws-dias-edicao                           pic -zzzz9.
       77 ws-qtd-edicao                            pic zzzzz9.


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
           perform carrega-avisos.
           perform marca-resgates.
           perform recebe-janela.
           perform exibe-premios-a-vencer.
           perform exibe-teimosinhas-encerradas.
           perform exibe-resumo.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Carregando os avisos de premio emitidos pela conferencia
      *>------------------------------------------------------------------------
       carrega-avisos section.
           open input arq-avisos
           if ws-avisos-status = "35"
               display "Nenhum AVISOSPREMIO.TXT encontrado - nenhum "
                       "premio a acompanhar."
           else
               set ws-arquivo-continua to true
               perform until ws-arquivo-fim
                   read arq-avisos
                       at end
                           set ws-arquivo-fim to true
                       not at end
                           if ws-qtd-avisos >= ws-avisos-limite
                               display "Limite de " ws-avisos-limite
                                       " avisos atingido - "
                                       "acompanhamento cancelado."
                               move 8 to return-code
                               move "LIMITE DE AVISOS ATINGIDO"
                                   to ws-ops-motivo
                               perform finaliza
                           end-if
                           add 1 to ws-qtd-avisos
                           move ws-avi-bilhete
                               to ws-tav-bilhete(ws-qtd-avisos)
                           move ws-avi-perfil-codigo
                               to ws-tav-perfil-codigo(ws-qtd-avisos)
                           move ws-avi-concurso
                               to ws-tav-concurso(ws-qtd-avisos)
                           move ws-avi-data-sorteio
                               to ws-tav-data-sorteio(ws-qtd-avisos)
                           move ws-avi-faixa
                               to ws-tav-faixa(ws-qtd-avisos)
                           move ws-avi-prazo
                               to ws-tav-prazo(ws-qtd-avisos)
                           move ws-avi-situacao
                               to ws-tav-situacao(ws-qtd-avisos)
                           move ws-avi-data-aviso
                               to ws-tav-data-aviso(ws-qtd-avisos)
                           move ws-avi-local-compra
                               to ws-tav-local-compra(ws-qtd-avisos)
                   end-read
               end-perform
               close arq-avisos
           end-if
           .
       carrega-avisos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Marcando como resgatados os premios ja recebidos, por bilhete
      *>  e concurso, e regravando os avisos se algum foi marcado
      *>------------------------------------------------------------------------
       marca-resgates section.
           if ws-qtd-avisos > 0
               display "Marcar premio como resgatado? (S/N)"
               accept ws-resposta
               perform until not ws-resposta-sim
                   display "Numero do bilhete:"
                   accept ws-resgate-bilhete
                   display "Concurso do premio:"
                   accept ws-resgate-concurso
                   perform marca-um-resgate
                   display "Marcar outro premio como resgatado? (S/N)"
                   accept ws-resposta
               end-perform

               if ws-qtd-marcados > 0
                   perform regrava-avisos
               end-if
           end-if
           .
       marca-resgates-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Marcando o premio informado (todos os perfis do bilhete
      *>  naquele concurso)
      *>------------------------------------------------------------------------
       marca-um-resgate section.
           set ws-resgate-nao-localizado to true
           perform varying ws-idx-aviso from 1 by 1
                   until ws-idx-aviso > ws-qtd-avisos
               if ws-tav-bilhete(ws-idx-aviso) = ws-resgate-bilhete
                       and ws-tav-concurso(ws-idx-aviso)
                           = ws-resgate-concurso
                   set ws-resgate-localizado to true
                   if ws-premio-a-resgatar(ws-idx-aviso)
                       set ws-premio-resgatado(ws-idx-aviso) to true
                       add 1 to ws-qtd-marcados
                       display "Premio do bilhete " ws-resgate-bilhete
                               " no concurso " ws-resgate-concurso
                               " marcado como resgatado."
                   else
                       display "Premio do bilhete " ws-resgate-bilhete
                               " no concurso " ws-resgate-concurso
                               " ja estava resgatado."
                   end-if
               end-if
           end-perform

           if ws-resgate-nao-localizado
               display "Nenhum aviso de premio para o bilhete "
                       ws-resgate-bilhete " no concurso "
                       ws-resgate-concurso "."
           end-if
           .
       marca-um-resgate-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regravando os avisos de premio com as marcacoes de resgate
      *>------------------------------------------------------------------------
       regrava-avisos section.
           open output arq-avisos
           if ws-avisos-status not = "00"
               display "Erro ao regravar AVISOSPREMIO.TXT - file status "
                       ws-avisos-status
               move 8 to return-code
               move "ERRO AO REGRAVAR AVISOSPREMIO.TXT" to ws-ops-motivo
               perform finaliza
           end-if

           perform varying ws-idx-aviso from 1 by 1
                   until ws-idx-aviso > ws-qtd-avisos
               move spaces to ws-reg-aviso
               move ws-tav-bilhete(ws-idx-aviso) to ws-avi-bilhete
               move ws-tav-perfil-codigo(ws-idx-aviso)
                   to ws-avi-perfil-codigo
               move ws-tav-concurso(ws-idx-aviso) to ws-avi-concurso
               move ws-tav-data-sorteio(ws-idx-aviso)
                   to ws-avi-data-sorteio
               move ws-tav-faixa(ws-idx-aviso) to ws-avi-faixa
               move ws-tav-prazo(ws-idx-aviso) to ws-avi-prazo
               move ws-tav-situacao(ws-idx-aviso) to ws-avi-situacao
               move ws-tav-data-aviso(ws-idx-aviso) to ws-avi-data-aviso
               move ws-tav-local-compra(ws-idx-aviso)
                   to ws-avi-local-compra
               write ws-reg-aviso
               if ws-avisos-status not = "00"
                   display "Erro ao regravar AVISOSPREMIO.TXT - file "
                           "status " ws-avisos-status
                   move 8 to return-code
                   move "ERRO AO REGRAVAR AVISOSPREMIO.TXT"
                       to ws-ops-motivo
               else
                   add 1 to ws-ops-qtd-gravados
               end-if
           end-perform

           close arq-avisos
           .
       regrava-avisos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recebendo a janela de alerta do prazo de resgate
      *>------------------------------------------------------------------------
       recebe-janela section.
           display "Dias de antecedencia do alerta de prazo (0 = 30):"
           accept ws-janela-alerta
           if ws-janela-alerta = 0
               move 30 to ws-janela-alerta
           end-if

           accept ws-data-hoje from date yyyymmdd
           compute ws-dias-hoje = function integer-of-date(ws-data-hoje)
           .
       recebe-janela-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Listando os premios ainda nao resgatados cujo prazo vence
      *>  dentro da janela de alerta, e os ja vencidos sem resgate
      *>------------------------------------------------------------------------
       exibe-premios-a-vencer section.
           display " "
           display "====================================================="
           display "PREMIOS NAO RESGATADOS PERTO DO PRAZO (ate "
                   ws-janela-alerta " dias)"
           display "====================================================="
           display "BILHETE     CONCURSO  FAIXA  PRAZO       DIAS  "
                   "SITUACAO  LOCAL DE COMPRA"

           perform varying ws-idx-aviso from 1 by 1
                   until ws-idx-aviso > ws-qtd-avisos
               if ws-premio-a-resgatar(ws-idx-aviso)
                   compute ws-dias-restantes =
                           function integer-of-date(
                               ws-tav-prazo(ws-idx-aviso))
                           - ws-dias-hoje
                   if ws-dias-restantes <= ws-janela-alerta
                       perform exibe-linha-premio
                   end-if
               end-if
           end-perform

           if ws-qtd-a-vencer = 0 and ws-qtd-vencidos = 0
               display "  Nenhum premio a resgatar dentro da janela."
           end-if
           .
       exibe-premios-a-vencer-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibindo a linha de um premio perto do prazo ou vencido
      *>------------------------------------------------------------------------
       exibe-linha-premio section.
           move ws-tav-prazo(ws-idx-aviso) to ws-data-edicao
           move ws-dias-restantes to ws-dias-edicao
           display ws-tav-bilhete(ws-idx-aviso) "  "
                   ws-tav-concurso(ws-idx-aviso) "     "
                   ws-tav-faixa(ws-idx-aviso) "     "
                   ws-data-edicao(7:2) "/" ws-data-edicao(5:2) "/"
                   ws-data-edicao(1:4) " " ws-dias-edicao
                   with no advancing
           if ws-dias-restantes < 0
               add 1 to ws-qtd-vencidos
               display "  VENCIDO   " ws-tav-local-compra(ws-idx-aviso)
           else
               add 1 to ws-qtd-a-vencer
               display "  A VENCER  " ws-tav-local-compra(ws-idx-aviso)
           end-if
           .
       exibe-linha-premio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Listando os bilhetes cuja teimosinha ja foi toda conferida
      *>------------------------------------------------------------------------
       exibe-teimosinhas-encerradas section.
           display " "
           display "====================================================="
           display "BILHETES COM TEIMOSINHA ENCERRADA"
           display "====================================================="

           open input arq-bilhetes
           if ws-bilhetes-status = "35"
               display "  Nenhum BILHETES.TXT encontrado."
           else
               display "BILHETE     PERFIL  CONCURSOS      LOCAL DE COMPRA"
               set ws-arquivo-continua to true
               perform until ws-arquivo-fim
                   read arq-bilhetes
                       at end
                           set ws-arquivo-fim to true
                       not at end
                           if ws-bil-situacao = "E"
                               add 1 to ws-qtd-encerrados
                               compute ws-concurso-final =
                                       ws-bil-concurso-ini
                                       + ws-bil-qtd-concursos - 1
                               display ws-bil-numero "  "
                                       ws-bil-perfil-codigo "       "
                                       ws-bil-concurso-ini " a "
                                       ws-concurso-final "  "
                                       ws-bil-local-compra
                           end-if
                   end-read
               end-perform
               close arq-bilhetes

               if ws-qtd-encerrados = 0
                   display "  Nenhum bilhete com teimosinha encerrada."
               end-if
           end-if
           .
       exibe-teimosinhas-encerradas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibindo o resumo do acompanhamento; premio perto do prazo ou
      *>  vencido sem resgate deixa o retorno em alerta
      *>------------------------------------------------------------------------
       exibe-resumo section.
           display " "
           move ws-qtd-marcados to ws-qtd-edicao
           display "Premios marcados como resgatados: " ws-qtd-edicao
           move ws-qtd-a-vencer to ws-qtd-edicao
           display "Premios a vencer na janela      : " ws-qtd-edicao
           move ws-qtd-vencidos to ws-qtd-edicao
           display "Premios vencidos sem resgate    : " ws-qtd-edicao
           move ws-qtd-encerrados to ws-qtd-edicao
           display "Teimosinhas encerradas          : " ws-qtd-edicao

           if ws-qtd-a-vencer > 0 or ws-qtd-vencidos > 0
               if return-code = 0
                   move 4 to return-code
                   move "PREMIOS A VENCER OU VENCIDOS SEM RESGATE"
                       to ws-ops-motivo
               end-if
           end-if
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
           move "prazos_bilhetes" to ws-ops-programa
           move "AVISOSPREMIO.TXT BILHETES.TXT" to ws-ops-arq-entrada
           move "AVISOSPREMIO.TXT" to ws-ops-arq-saida
           .
       identifica-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contadores do diario de operacoes: avisos de premio lidos; os
      *>  regravados sao contados na gravacao
      *>------------------------------------------------------------------------
       apura-contadores-operacao section.
           move ws-qtd-avisos to ws-ops-qtd-lidos
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
