      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "relatorio_operacoes".
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
           select arq-agenda assign to "AGENDAOPERACOES.TXT"
               organization is line sequential
               file status is ws-agenda-status.

           select arq-relatorio assign to dynamic ws-rel-nome-arquivo
               organization is line sequential
               file status is ws-relatorio-status.

           select arq-operacoes assign to "OPERACOES.LOG"
               organization is line sequential
               file status is ws-operacoes-status.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>----Agenda de operacao mantida pela operacao: um programa por
      *>    linha (o nome do program-id, como sai no diario) e S/N para
      *>    cada dia da semana em que ele deve rodar, de domingo a
      *>    sabado. Linhas em branco ou iniciadas por * sao comentario
       fd  arq-agenda.
       01 ws-reg-agenda.
           05 ws-agd-programa                pic x(20).
           05 filler                         pic x(01).
           05 ws-agd-dias                    pic x(07).
           05 filler                         pic x(52).


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

      *>----Variaveis da leitura do diario de operacoes
       77 ws-fim-operacoes                         pic x(01).
           88 ws-operacoes-fim                     value "S".
           88 ws-operacoes-continua                value "N".
       77 ws-qtd-registros-lidos                   pic 9(08) value zero.
       77 ws-qtd-registros-invalidos               pic 9(08) value zero.
       77 ws-qtd-registros-movimento               pic 9(08) value zero.

      *>----Data do movimento relatado e o dia da semana dela
      *>    (1 = domingo ... 7 = sabado, como nas agendas de PERFIS.TXT)
       77 ws-data-movimento                        pic 9(08).
       77 ws-dias-movimento                        pic 9(08).
       77 ws-quociente                             pic 9(08).
       77 ws-dia-semana                            pic 9(01).
       01 ws-data-movimento-edicao.
           05 ws-dme-ano                           pic 9(04).
           05 ws-dme-mes                           pic 9(02).
           05 ws-dme-dia                           pic 9(02).
       01 ws-nomes-dias-semana.
           05 filler                               pic x(13)
                   value "DOMINGO".
           05 filler                               pic x(13)
                   value "SEGUNDA-FEIRA".
           05 filler                               pic x(13)
                   value "TERCA-FEIRA".
           05 filler                               pic x(13)
                   value "QUARTA-FEIRA".
           05 filler                               pic x(13)
                   value "QUINTA-FEIRA".
           05 filler                               pic x(13)
                   value "SEXTA-FEIRA".
           05 filler                               pic x(13)
                   value "SABADO".
       01 filler redefines ws-nomes-dias-semana.
           05 ws-nome-dia-semana occurs 7          pic x(13).
       77 ws-iniciais-dias-semana                  pic x(07) value "DSTQQSS".

      *>----Execucoes do dia, na ordem de inicio: o registro INICIO abre
      *>    a execucao e o FIM da mesma sessao a completa
       77 ws-qtd-execucoes                         pic 9(03) value zero.
       77 ws-execucoes-limite                      pic 9(03) value 500.
       77 ws-idx-execucao                          pic 9(03).
       77 ws-execucao-achada                       pic 9(03).
       01 ws-tabela-execucao occurs 500.
           05 ws-exe-programa                      pic x(20).
           05 ws-exe-sessao                        pic x(16).
           05 ws-exe-operador                      pic x(20).
           05 ws-exe-hora-inicio                   pic 9(06).
           05 ws-exe-data-fim                      pic 9(08).
           05 ws-exe-hora-fim                      pic 9(06).
           05 ws-exe-qtd-lidos                     pic 9(10).
           05 ws-exe-qtd-gravados                  pic 9(10).
           05 ws-exe-qtd-rejeitados                pic 9(10).
           05 ws-exe-retorno                       pic 9(04).
           05 ws-exe-motivo                        pic x(50).
           05 ws-exe-arq-entrada                   pic x(120).
           05 ws-exe-arq-saida                     pic x(120).
           05 ws-exe-situacao                      pic x(01).
               88 ws-exe-em-aberto                 value "A".
               88 ws-exe-normal                    value "N".
               88 ws-exe-aviso                     value "W".
               88 ws-exe-falha                     value "F".

      *>----Agenda de operacao: programas previstos para o dia
       77 ws-agenda-status                         pic x(02).
       77 ws-fim-agenda                            pic x(01).
           88 ws-agenda-fim                        value "S".
           88 ws-agenda-continua                   value "N".
       77 ws-agenda-situacao                       pic x(01) value "N".
           88 ws-agenda-informada                  value "S".
           88 ws-agenda-ausente                    value "N".
       77 ws-qtd-linhas-agenda                     pic 9(04) value zero.
       77 ws-qtd-agenda-invalidas                  pic 9(04) value zero.
       77 ws-qtd-agendados-dia                     pic 9(04) value zero.
       77 ws-qtd-nao-executados                    pic 9(04) value zero.
       77 ws-nao-executados-limite                 pic 9(04) value 100.
       01 ws-tabela-nao-executado occurs 100.
           05 ws-tne-programa                      pic x(20).
           05 ws-tne-dias                          pic x(07).
       77 ws-agenda-executada                      pic x(01).
           88 ws-agendado-executou                 value "S".
           88 ws-agendado-nao-executou             value "N".
       77 ws-agenda-dias-validos                   pic x(01).
           88 ws-agenda-dias-ok                    value "S".
           88 ws-agenda-dias-errados               value "N".

      *>----Totais por programa, para as contagens de rejeicao
       77 ws-qtd-programas                         pic 9(03) value zero.
       77 ws-programas-limite                      pic 9(03) value 100.
       77 ws-idx-programa                          pic 9(03).
       77 ws-programa-achado                       pic 9(03).
       01 ws-tabela-programa occurs 100.
           05 ws-tpg-programa                      pic x(20).
           05 ws-tpg-execucoes                     pic 9(04).
           05 ws-tpg-qtd-lidos                     pic 9(12).
           05 ws-tpg-qtd-gravados                  pic 9(12).
           05 ws-tpg-qtd-rejeitados                pic 9(12).

      *>----Contadores do resumo da operacao
       77 ws-qtd-normais                           pic 9(04) value zero.
       77 ws-qtd-avisos                            pic 9(04) value zero.
       77 ws-qtd-falhas                            pic 9(04) value zero.
       77 ws-qtd-em-aberto                         pic 9(04) value zero.
       77 ws-total-lidos                           pic 9(12) value zero.
       77 ws-total-gravados                        pic 9(12) value zero.
       77 ws-total-rejeitados                      pic 9(12) value zero.
       77 ws-percentual-rejeicao                   pic 9(03)v99.

      *>----Variaveis de edicao do relatorio
       77 ws-qtd-edicao                            pic zzzzzzz9.
       77 ws-retorno-edicao                        pic zz9.
       77 ws-retorno-texto                         pic x(03).
       01 ws-hora-edicao.
           05 ws-hed-hh                            pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ws-hed-mm                            pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ws-hed-ss                            pic 9(02).
       01 ws-hora-numerica.
           05 ws-hnu-hh                            pic 9(02).
           05 ws-hnu-mm                            pic 9(02).
           05 ws-hnu-ss                            pic 9(02).
       77 ws-situacao-edicao                       pic x(07).

      *>----Linhas do relatorio impresso: execucoes do dia; falhas,
      *>    avisos e execucoes sem encerramento com os arquivos usados;
      *>    programas da agenda que nao rodaram; rejeicoes por programa
       01 ws-rel-det-execucao.
           05 filler                               pic x(01) value spaces.
           05 ws-rde-inicio                        pic x(08).
           05 filler                               pic x(01) value spaces.
           05 ws-rde-fim                           pic x(08).
           05 filler                               pic x(01) value spaces.
           05 ws-rde-programa                      pic x(20).
           05 filler                               pic x(01) value spaces.
           05 ws-rde-operador                      pic x(20).
           05 filler                               pic x(01) value spaces.
           05 ws-rde-lidos                         pic zzzzzzzzz9.
           05 filler                               pic x(01) value spaces.
           05 ws-rde-gravados                      pic zzzzzzzzz9.
           05 filler                               pic x(01) value spaces.
           05 ws-rde-rejeitados                    pic zzzzzzzzz9.
           05 filler                               pic x(01) value spaces.
           05 ws-rde-retorno                       pic x(03).
           05 filler                               pic x(01) value spaces.
           05 ws-rde-situacao                      pic x(07).
           05 filler                               pic x(01) value spaces.
           05 ws-rde-motivo                        pic x(26).
       01 ws-rel-col-execucao-1.
           05 filler                               pic x(44)
                  value " INICIO   FIM      PROGRAMA             OPER".
           05 filler                               pic x(44)
                  value "ADOR              REGISTROS  REGISTROS  REGI".
           05 filler                               pic x(44)
                  value "STROS  RC SITUA-  MOTIVO                    ".
       01 ws-rel-col-execucao-2.
           05 filler                               pic x(44) value spaces.
           05 filler                               pic x(44)
                  value "                      LIDOS   GRAVADOS REJEI".
           05 filler                               pic x(44)
                  value "TADOS     CAO                               ".

       01 ws-rel-det-ocorrencia.
           05 filler                               pic x(01) value spaces.
           05 ws-rdo-inicio                        pic x(08).
           05 filler                               pic x(01) value spaces.
           05 ws-rdo-programa                      pic x(20).
           05 filler                               pic x(01) value spaces.
           05 ws-rdo-operador                      pic x(20).
           05 filler                               pic x(01) value spaces.
           05 ws-rdo-retorno                       pic x(03).
           05 filler                               pic x(01) value spaces.
           05 ws-rdo-situacao                      pic x(07).
           05 filler                               pic x(01) value spaces.
           05 ws-rdo-motivo                        pic x(50).
           05 filler                               pic x(18) value spaces.
       01 ws-rel-col-ocorrencia-1.
           05 filler                               pic x(44)
                  value " INICIO   PROGRAMA             OPERADOR     ".
           05 filler                               pic x(44)
                  value "         RC SITUA-  MOTIVO                  ".
           05 filler                               pic x(44) value spaces.
       01 ws-rel-col-ocorrencia-2.
           05 filler                               pic x(44) value spaces.
           05 filler                               pic x(44)
                  value "            CAO                             ".
           05 filler                               pic x(44) value spaces.

       01 ws-rel-det-agenda.
           05 filler                               pic x(01) value spaces.
           05 ws-rda-programa                      pic x(20).
           05 filler                               pic x(01) value spaces.
           05 ws-rda-dias                          pic x(07).
           05 filler                               pic x(01) value spaces.
           05 ws-rda-situacao                      pic x(13).
           05 filler                               pic x(89) value spaces.
       01 ws-rel-col-agenda-1.
           05 filler                               pic x(44)
                  value " PROGRAMA             AGENDA  SITUACAO      ".
           05 filler                               pic x(44) value spaces.
           05 filler                               pic x(44) value spaces.
       01 ws-rel-col-agenda-2.
           05 filler                               pic x(44)
                  value "                      DSTQQSS               ".
           05 filler                               pic x(44) value spaces.
           05 filler                               pic x(44) value spaces.

       01 ws-rel-det-rejeicao.
           05 filler                               pic x(01) value spaces.
           05 ws-rdr-programa                      pic x(20).
           05 filler                               pic x(01) value spaces.
           05 filler                               pic x(05) value spaces.
           05 ws-rdr-execucoes                     pic zzz9.
           05 filler                               pic x(01) value spaces.
           05 filler                               pic x(02) value spaces.
           05 ws-rdr-lidos                         pic zzzzzzzzz9.
           05 filler                               pic x(01) value spaces.
           05 filler                               pic x(02) value spaces.
           05 ws-rdr-gravados                      pic zzzzzzzzz9.
           05 filler                               pic x(01) value spaces.
           05 filler                               pic x(02) value spaces.
           05 ws-rdr-rejeitados                    pic zzzzzzzzz9.
           05 filler                               pic x(01) value spaces.
           05 filler                               pic x(03) value spaces.
           05 ws-rdr-percentual                    pic zz9,99.
           05 filler                               pic x(52) value spaces.
       01 ws-rel-col-rejeicao-1.
           05 filler                               pic x(44)
                  value " PROGRAMA                EXECU-    REGISTROS".
           05 filler                               pic x(44)
                  value "    REGISTROS    REGISTROS  % REJEI-        ".
           05 filler                               pic x(44) value spaces.
       01 ws-rel-col-rejeicao-2.
           05 filler                               pic x(44)
                  value "                           COES        LIDOS".
           05 filler                               pic x(44)
                  value "     GRAVADOS   REJEITADOS     TADOS        ".
           05 filler                               pic x(44) value spaces.
       01 ws-rel-det-arquivos.
           05 filler                               pic x(10) value spaces.
           05 ws-rdq-rotulo                        pic x(09).
           05 ws-rdq-arquivos                      pic x(113).

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
           perform recebe-data-movimento.
           perform processa-diario.
           perform processa-agenda.
           perform exibe-relatorio-operacoes.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Recebendo a data do movimento a relatar (zero = hoje) e o dia
      *>  da semana dela, para a agenda de operacao
      *>------------------------------------------------------------------------
       recebe-data-movimento section.
           display "Data do movimento a relatar (AAAAMMDD, 0 = hoje):"
           accept ws-data-movimento
           if ws-data-movimento = 0
               accept ws-data-movimento from date yyyymmdd
           end-if

           if function test-date-yyyymmdd(ws-data-movimento) not = 0
               display "Data invalida: " ws-data-movimento
               move 8 to return-code
               move "DATA DO MOVIMENTO INVALIDA" to ws-ops-motivo
               perform finaliza
           end-if

           compute ws-dias-movimento =
                   function integer-of-date(ws-data-movimento)
           divide ws-dias-movimento by 7 giving ws-quociente
               remainder ws-dia-semana
           add 1 to ws-dia-semana
           move ws-data-movimento to ws-data-movimento-edicao
           .
       recebe-data-movimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lendo o diario de operacoes inteiro e montando as execucoes
      *>  iniciadas na data do movimento. A execucao deste relatorio
      *>  (cujo INICIO ja esta no diario) fica de fora
      *>------------------------------------------------------------------------
       processa-diario section.
           open input arq-operacoes
           if ws-operacoes-status = "35"
               display "Nenhum OPERACOES.LOG encontrado - nada a "
                       "relatar."
               move 8 to return-code
               move "OPERACOES.LOG NAO ENCONTRADO" to ws-ops-motivo
               perform finaliza
           end-if

           set ws-operacoes-continua to true
           perform until ws-operacoes-fim
               read arq-operacoes
                   at end
                       set ws-operacoes-fim to true
                   not at end
                       add 1 to ws-qtd-registros-lidos
      *>               registros truncados ou de layout estranho nao
      *>               entram no movimento
                       if ws-opr-data-inicio not numeric
                               or ws-opr-hora-inicio not numeric
                               or ws-opr-programa = spaces
                               or (ws-opr-evento not = "INICIO"
                                   and ws-opr-evento not = "FIM")
                           add 1 to ws-qtd-registros-invalidos
                       else
                           if ws-opr-data-inicio = ws-data-movimento
                                   and (ws-opr-programa not =
                                        ws-ops-programa
                                     or ws-opr-sessao not = ws-ops-sessao)
                               add 1 to ws-qtd-registros-movimento
                               perform acumula-registro-operacao
                           end-if
                       end-if
               end-read
           end-perform

           close arq-operacoes
           .
       processa-diario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Levando um registro do diario para a execucao da sua sessao;
      *>  o FIM traz os contadores, o codigo de retorno e o motivo
      *>------------------------------------------------------------------------
       acumula-registro-operacao section.
           perform localiza-execucao
           if ws-execucao-achada > 0
               move ws-opr-operador to ws-exe-operador(ws-execucao-achada)
               move ws-opr-hora-inicio
                   to ws-exe-hora-inicio(ws-execucao-achada)
               move ws-opr-arq-entrada
                   to ws-exe-arq-entrada(ws-execucao-achada)
               move ws-opr-arq-saida
                   to ws-exe-arq-saida(ws-execucao-achada)

               if ws-opr-evento = "FIM"
                   perform encerra-execucao
               end-if
           end-if
           .
       acumula-registro-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Completando a execucao com o registro FIM: contadores, codigo
      *>  de retorno e motivo; o codigo de retorno da a situacao
      *>------------------------------------------------------------------------
       encerra-execucao section.
           move ws-opr-data-fim to ws-exe-data-fim(ws-execucao-achada)
           move ws-opr-hora-fim to ws-exe-hora-fim(ws-execucao-achada)
           move ws-opr-qtd-lidos to ws-exe-qtd-lidos(ws-execucao-achada)
           move ws-opr-qtd-gravados
               to ws-exe-qtd-gravados(ws-execucao-achada)
           move ws-opr-qtd-rejeitados
               to ws-exe-qtd-rejeitados(ws-execucao-achada)
           move ws-opr-retorno to ws-exe-retorno(ws-execucao-achada)
           move ws-opr-motivo to ws-exe-motivo(ws-execucao-achada)

           evaluate ws-opr-retorno
               when 0
                   set ws-exe-normal(ws-execucao-achada) to true
               when 4
                   set ws-exe-aviso(ws-execucao-achada) to true
               when other
                   set ws-exe-falha(ws-execucao-achada) to true
           end-evaluate
           .
       encerra-execucao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localizando (ou criando) a execucao do programa e da sessao do
      *>  registro lido; a busca comeca pelas mais recentes, onde o FIM
      *>  costuma estar
      *>------------------------------------------------------------------------
       localiza-execucao section.
           move zero to ws-execucao-achada
           perform varying ws-idx-execucao from ws-qtd-execucoes by -1
                   until ws-idx-execucao < 1
                          or ws-execucao-achada > 0
               if ws-exe-programa(ws-idx-execucao) = ws-opr-programa
                       and ws-exe-sessao(ws-idx-execucao) = ws-opr-sessao
                   move ws-idx-execucao to ws-execucao-achada
               end-if
           end-perform

           if ws-execucao-achada = 0
               if ws-qtd-execucoes >= ws-execucoes-limite
                   display "Aviso: limite de " ws-execucoes-limite
                           " execucoes no dia atingido - registro "
                           ws-qtd-registros-lidos " fora do relatorio."
               else
                   add 1 to ws-qtd-execucoes
                   move ws-qtd-execucoes to ws-execucao-achada
                   move ws-opr-programa
                       to ws-exe-programa(ws-execucao-achada)
                   move ws-opr-sessao to ws-exe-sessao(ws-execucao-achada)
                   move zero to ws-exe-data-fim(ws-execucao-achada)
                   move zero to ws-exe-hora-fim(ws-execucao-achada)
                   move zero to ws-exe-qtd-lidos(ws-execucao-achada)
                   move zero to ws-exe-qtd-gravados(ws-execucao-achada)
                   move zero to ws-exe-qtd-rejeitados(ws-execucao-achada)
                   move zero to ws-exe-retorno(ws-execucao-achada)
                   move spaces to ws-exe-motivo(ws-execucao-achada)
                   set ws-exe-em-aberto(ws-execucao-achada) to true
               end-if
           end-if
           .
       localiza-execucao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lendo a agenda de operacao (opcional) e guardando para o
      *>  relatorio os programas previstos para o dia da semana do
      *>  movimento que nao tiveram nenhum INICIO no diario
      *>------------------------------------------------------------------------
       processa-agenda section.
           open input arq-agenda
           if ws-agenda-status = "35"
               display "Aviso: AGENDAOPERACOES.TXT nao encontrado - sem "
                       "conferencia dos programas agendados."
               set ws-agenda-ausente to true
           else
               set ws-agenda-informada to true
               set ws-agenda-continua to true
               perform until ws-agenda-fim
                   read arq-agenda
                       at end
                           set ws-agenda-fim to true
                       not at end
                           if ws-reg-agenda not = spaces
                                   and ws-agd-programa(1:1) not = "*"
                               add 1 to ws-qtd-linhas-agenda
                               perform confere-linha-agenda
                           end-if
                   end-read
               end-perform
               close arq-agenda
           end-if
           .
       processa-agenda-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conferindo uma linha da agenda: dias em S/N e, se o programa
      *>  devia rodar no dia, se o diario tem alguma execucao dele
      *>------------------------------------------------------------------------
       confere-linha-agenda section.
           set ws-agenda-dias-ok to true
           perform varying i from 1 by 1 until i > 7
               if ws-agd-dias(i:1) not = "S"
                       and ws-agd-dias(i:1) not = "N"
                   set ws-agenda-dias-errados to true
               end-if
           end-perform

           if ws-agd-programa = spaces or ws-agenda-dias-errados
               add 1 to ws-qtd-agenda-invalidas
               display "Aviso: linha " ws-qtd-linhas-agenda
                       " de AGENDAOPERACOES.TXT invalida - ignorada."
           else
               if ws-agd-dias(ws-dia-semana:1) = "S"
                   add 1 to ws-qtd-agendados-dia
                   set ws-agendado-nao-executou to true
                   perform varying ws-idx-execucao from 1 by 1
                           until ws-idx-execucao > ws-qtd-execucoes
                                  or ws-agendado-executou
                       if ws-exe-programa(ws-idx-execucao) =
                               ws-agd-programa
                           set ws-agendado-executou to true
                       end-if
                   end-perform

                   if ws-agendado-nao-executou
                       perform guarda-nao-executado
                   end-if
               end-if
           end-if
           .
       confere-linha-agenda-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guardando um programa agendado que nao rodou, com os dias da
      *>  agenda dele pelas iniciais (D S T Q Q S S, - onde nao roda)
      *>------------------------------------------------------------------------
       guarda-nao-executado section.
           if ws-qtd-nao-executados >= ws-nao-executados-limite
               display "Aviso: limite de " ws-nao-executados-limite
                       " programas agendados nao executados atingido - "
                       ws-agd-programa " fora do relatorio."
           else
               add 1 to ws-qtd-nao-executados
               move ws-agd-programa
                   to ws-tne-programa(ws-qtd-nao-executados)
               perform varying i from 1 by 1 until i > 7
                   if ws-agd-dias(i:1) = "S"
                       move ws-iniciais-dias-semana(i:1)
                           to ws-tne-dias(ws-qtd-nao-executados)(i:1)
                   else
                       move "-"
                           to ws-tne-dias(ws-qtd-nao-executados)(i:1)
                   end-if
               end-perform
           end-if
           .
       guarda-nao-executado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Emitindo o relatorio da operacao do dia, na tela e no
      *>  relatorio impresso: execucoes, falhas e avisos, programas da
      *>  agenda que nao rodaram e rejeicoes por programa
      *>------------------------------------------------------------------------
       exibe-relatorio-operacoes section.
           move spaces to ws-rc2-filtro
           string "MOVIMENTO DE "                  delimited by size
                  ws-dme-dia                       delimited by size
                  "/"                              delimited by size
                  ws-dme-mes                       delimited by size
                  "/"                              delimited by size
                  ws-dme-ano                       delimited by size
                  " - "                            delimited by size
                  ws-nome-dia-semana(ws-dia-semana) delimited by space
                  into ws-rc2-filtro
           end-string
           move "RELOPERACOES" to ws-rel-prefixo
           move "OPERACOES DO DIA - PASSAGEM DE TURNO" to ws-rc1-relatorio
           move "FILTRO: " to ws-rc2-rotulo-filtro
           perform abre-relatorio

           display " "
           display "====================================================="
           display "OPERACOES DO DIA - PASSAGEM DE TURNO"
           display ws-rc2-filtro
           display "====================================================="

           perform varying ws-idx-execucao from 1 by 1
                   until ws-idx-execucao > ws-qtd-execucoes
               perform acumula-programa
           end-perform

           perform exibe-execucoes
           perform exibe-ocorrencias
           perform exibe-nao-executados
           perform exibe-rejeicoes
           perform exibe-resumo

           if ws-qtd-falhas > 0 or ws-qtd-avisos > 0
                   or ws-qtd-em-aberto > 0 or ws-qtd-nao-executados > 0
               move 4 to return-code
               move "OCORRENCIAS NA OPERACAO DO DIA" to ws-ops-motivo
           end-if
           .
       exibe-relatorio-operacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contando a situacao de uma execucao e somando os contadores
      *>  dela no total do programa (criado na primeira execucao)
      *>------------------------------------------------------------------------
       acumula-programa section.
           evaluate true
               when ws-exe-normal(ws-idx-execucao)
                   add 1 to ws-qtd-normais
               when ws-exe-aviso(ws-idx-execucao)
                   add 1 to ws-qtd-avisos
               when ws-exe-falha(ws-idx-execucao)
                   add 1 to ws-qtd-falhas
               when other
                   add 1 to ws-qtd-em-aberto
           end-evaluate
           add ws-exe-qtd-lidos(ws-idx-execucao) to ws-total-lidos
           add ws-exe-qtd-gravados(ws-idx-execucao) to ws-total-gravados
           add ws-exe-qtd-rejeitados(ws-idx-execucao)
               to ws-total-rejeitados

           move zero to ws-programa-achado
           perform varying ws-idx-programa from 1 by 1
                   until ws-idx-programa > ws-qtd-programas
                          or ws-programa-achado > 0
               if ws-tpg-programa(ws-idx-programa) =
                       ws-exe-programa(ws-idx-execucao)
                   move ws-idx-programa to ws-programa-achado
               end-if
           end-perform

           if ws-programa-achado = 0
               if ws-qtd-programas >= ws-programas-limite
                   display "Aviso: limite de " ws-programas-limite
                           " programas atingido - "
                           ws-exe-programa(ws-idx-execucao)
                           " fora das rejeicoes por programa."
               else
                   add 1 to ws-qtd-programas
                   move ws-qtd-programas to ws-programa-achado
                   move ws-exe-programa(ws-idx-execucao)
                       to ws-tpg-programa(ws-programa-achado)
                   move zero to ws-tpg-execucoes(ws-programa-achado)
                   move zero to ws-tpg-qtd-lidos(ws-programa-achado)
                   move zero to ws-tpg-qtd-gravados(ws-programa-achado)
                   move zero to ws-tpg-qtd-rejeitados(ws-programa-achado)
               end-if
           end-if

           if ws-programa-achado > 0
               add 1 to ws-tpg-execucoes(ws-programa-achado)
               add ws-exe-qtd-lidos(ws-idx-execucao)
                   to ws-tpg-qtd-lidos(ws-programa-achado)
               add ws-exe-qtd-gravados(ws-idx-execucao)
                   to ws-tpg-qtd-gravados(ws-programa-achado)
               add ws-exe-qtd-rejeitados(ws-idx-execucao)
                   to ws-tpg-qtd-rejeitados(ws-programa-achado)
           end-if
           .
       acumula-programa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  O que rodou: uma linha por execucao, na ordem de inicio
      *>------------------------------------------------------------------------
       exibe-execucoes section.
           move "EXECUCOES DO DIA" to ws-rel-titulo-secao
           move ws-rel-col-execucao-1 to ws-rel-colunas-1
           move ws-rel-col-execucao-2 to ws-rel-colunas-2
           perform inicia-secao-operacoes

           if ws-qtd-execucoes = 0
               move "  Nenhuma execucao registrada no diario para o dia."
                   to ws-rel-linha
               perform emite-linha-operacoes
           end-if

           perform varying ws-idx-execucao from 1 by 1
                   until ws-idx-execucao > ws-qtd-execucoes
               move ws-exe-hora-inicio(ws-idx-execucao)
                   to ws-hora-numerica
               perform edita-hora
               move ws-hora-edicao to ws-rde-inicio
               if ws-exe-em-aberto(ws-idx-execucao)
                   move "--:--:--" to ws-rde-fim
               else
                   move ws-exe-hora-fim(ws-idx-execucao)
                       to ws-hora-numerica
                   perform edita-hora
                   move ws-hora-edicao to ws-rde-fim
               end-if
               move ws-exe-programa(ws-idx-execucao) to ws-rde-programa
               move ws-exe-operador(ws-idx-execucao) to ws-rde-operador
               move ws-exe-qtd-lidos(ws-idx-execucao) to ws-rde-lidos
               move ws-exe-qtd-gravados(ws-idx-execucao)
                   to ws-rde-gravados
               move ws-exe-qtd-rejeitados(ws-idx-execucao)
                   to ws-rde-rejeitados
               perform edita-situacao
               move ws-retorno-texto to ws-rde-retorno
               move ws-situacao-edicao to ws-rde-situacao
               move ws-exe-motivo(ws-idx-execucao) to ws-rde-motivo
               move ws-rel-det-execucao to ws-rel-linha
               perform emite-linha-operacoes
           end-perform
           .
       exibe-execucoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  O que falhou ou terminou com aviso, e o que comecou sem
      *>  registrar o fim (interrompido ou ainda rodando), com o motivo
      *>  completo e os arquivos que a execucao usou
      *>------------------------------------------------------------------------
       exibe-ocorrencias section.
           move "FALHAS, AVISOS E EXECUCOES SEM FIM" to ws-rel-titulo-secao
           move ws-rel-col-ocorrencia-1 to ws-rel-colunas-1
           move ws-rel-col-ocorrencia-2 to ws-rel-colunas-2
           perform inicia-secao-operacoes

           if ws-qtd-falhas = 0 and ws-qtd-avisos = 0
                   and ws-qtd-em-aberto = 0
               move "  Nenhuma falha, aviso ou execucao sem fim no dia."
                   to ws-rel-linha
               perform emite-linha-operacoes
           end-if

           perform varying ws-idx-execucao from 1 by 1
                   until ws-idx-execucao > ws-qtd-execucoes
               if not ws-exe-normal(ws-idx-execucao)
                   move ws-exe-hora-inicio(ws-idx-execucao)
                       to ws-hora-numerica
                   perform edita-hora
                   move ws-hora-edicao to ws-rdo-inicio
                   move ws-exe-programa(ws-idx-execucao)
                       to ws-rdo-programa
                   move ws-exe-operador(ws-idx-execucao)
                       to ws-rdo-operador
                   perform edita-situacao
                   move ws-retorno-texto to ws-rdo-retorno
                   move ws-situacao-edicao to ws-rdo-situacao
                   if ws-exe-em-aberto(ws-idx-execucao)
                       move "INTERROMPIDO OU AINDA EM EXECUCAO"
                           to ws-rdo-motivo
                   else
                       move ws-exe-motivo(ws-idx-execucao)
                           to ws-rdo-motivo
                   end-if
                   move ws-rel-det-ocorrencia to ws-rel-linha
                   perform emite-linha-operacoes

                   if ws-exe-arq-entrada(ws-idx-execucao) not = spaces
                       move "ENTRADA: " to ws-rdq-rotulo
                       move ws-exe-arq-entrada(ws-idx-execucao)
                           to ws-rdq-arquivos
                       move ws-rel-det-arquivos to ws-rel-linha
                       perform emite-linha-operacoes
                   end-if
                   if ws-exe-arq-saida(ws-idx-execucao) not = spaces
                       move "SAIDA  : " to ws-rdq-rotulo
                       move ws-exe-arq-saida(ws-idx-execucao)
                           to ws-rdq-arquivos
                       move ws-rel-det-arquivos to ws-rel-linha
                       perform emite-linha-operacoes
                   end-if
               end-if
           end-perform
           .
       exibe-ocorrencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  O que nao rodou: programas da agenda previstos para o dia da
      *>  semana do movimento sem nenhuma execucao no diario
      *>------------------------------------------------------------------------
       exibe-nao-executados section.
           move "PROGRAMAS AGENDADOS QUE NAO RODARAM" to ws-rel-titulo-secao
           move ws-rel-col-agenda-1 to ws-rel-colunas-1
           move ws-rel-col-agenda-2 to ws-rel-colunas-2
           perform inicia-secao-operacoes

           evaluate true
               when ws-agenda-ausente
                   move "  Agenda de operacao nao informada."
                       to ws-rel-linha
                   perform emite-linha-operacoes
               when ws-qtd-nao-executados = 0
                   move "  Todos os programas agendados para o dia rodaram."
                       to ws-rel-linha
                   perform emite-linha-operacoes
               when other
                   perform varying ws-idx-programa from 1 by 1
                           until ws-idx-programa > ws-qtd-nao-executados
                       move ws-tne-programa(ws-idx-programa)
                           to ws-rda-programa
                       move ws-tne-dias(ws-idx-programa) to ws-rda-dias
                       move "NAO EXECUTADO" to ws-rda-situacao
                       move ws-rel-det-agenda to ws-rel-linha
                       perform emite-linha-operacoes
                   end-perform
           end-evaluate
           .
       exibe-nao-executados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contagens de rejeicao: execucoes e registros lidos, gravados e
      *>  rejeitados por programa, com o percentual de rejeicao
      *>------------------------------------------------------------------------
       exibe-rejeicoes section.
           move "REJEICOES POR PROGRAMA" to ws-rel-titulo-secao
           move ws-rel-col-rejeicao-1 to ws-rel-colunas-1
           move ws-rel-col-rejeicao-2 to ws-rel-colunas-2
           perform inicia-secao-operacoes

           if ws-qtd-programas = 0
               move "  Nenhuma execucao registrada no diario para o dia."
                   to ws-rel-linha
               perform emite-linha-operacoes
           end-if

           perform varying ws-idx-programa from 1 by 1
                   until ws-idx-programa > ws-qtd-programas
               move ws-tpg-programa(ws-idx-programa) to ws-rdr-programa
               move ws-tpg-execucoes(ws-idx-programa) to ws-rdr-execucoes
               move ws-tpg-qtd-lidos(ws-idx-programa) to ws-rdr-lidos
               move ws-tpg-qtd-gravados(ws-idx-programa)
                   to ws-rdr-gravados
               move ws-tpg-qtd-rejeitados(ws-idx-programa)
                   to ws-rdr-rejeitados
               move zero to ws-percentual-rejeicao
               if ws-tpg-qtd-lidos(ws-idx-programa) > 0
                   compute ws-percentual-rejeicao rounded =
                           ws-tpg-qtd-rejeitados(ws-idx-programa) * 100
                           / ws-tpg-qtd-lidos(ws-idx-programa)
                       on size error
                           move 999,99 to ws-percentual-rejeicao
                   end-compute
               end-if
               move ws-percentual-rejeicao to ws-rdr-percentual
               move ws-rel-det-rejeicao to ws-rel-linha
               perform emite-linha-operacoes
           end-perform
           .
       exibe-rejeicoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Resumo da operacao na tela, para a passagem de turno
      *>------------------------------------------------------------------------
       exibe-resumo section.
           display " "
           display "RESUMO DA OPERACAO"
           display "-----------------------------------------------------"
           move ws-qtd-execucoes to ws-qtd-edicao
           display "  Execucoes no dia             : " ws-qtd-edicao
           move ws-qtd-normais to ws-qtd-edicao
           display "  Concluidas normalmente       : " ws-qtd-edicao
           move ws-qtd-avisos to ws-qtd-edicao
           display "  Concluidas com aviso         : " ws-qtd-edicao
           move ws-qtd-falhas to ws-qtd-edicao
           display "  Encerradas com falha         : " ws-qtd-edicao
           move ws-qtd-em-aberto to ws-qtd-edicao
           display "  Sem registro de fim          : " ws-qtd-edicao
           if ws-agenda-informada
               move ws-qtd-nao-executados to ws-qtd-edicao
               display "  Agendados que nao rodaram    : " ws-qtd-edicao
           end-if
           if ws-qtd-registros-invalidos > 0
               move ws-qtd-registros-invalidos to ws-qtd-edicao
               display "  Registros invalidos no diario: "
                       ws-qtd-edicao
           end-if
           .
       exibe-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Editando WS-HORA-NUMERICA (HHMMSS) como HH:MM:SS
      *>------------------------------------------------------------------------
       edita-hora section.
           move ws-hnu-hh to ws-hed-hh
           move ws-hnu-mm to ws-hed-mm
           move ws-hnu-ss to ws-hed-ss
           .
       edita-hora-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Situacao e codigo de retorno da execucao WS-IDX-EXECUCAO para
      *>  as linhas de detalhe (sem codigo quando nao houve o FIM)
      *>------------------------------------------------------------------------
       edita-situacao section.
           move ws-exe-retorno(ws-idx-execucao) to ws-retorno-edicao
           move ws-retorno-edicao to ws-retorno-texto
           evaluate true
               when ws-exe-normal(ws-idx-execucao)
                   move "OK" to ws-situacao-edicao
               when ws-exe-aviso(ws-idx-execucao)
                   move "AVISO" to ws-situacao-edicao
               when ws-exe-falha(ws-idx-execucao)
                   move "FALHA" to ws-situacao-edicao
               when other
                   move "SEM FIM" to ws-situacao-edicao
                   move spaces to ws-retorno-texto
           end-evaluate
           .
       edita-situacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Iniciando uma secao na tela e no relatorio impresso (titulo e
      *>  colunas ja movidos)
      *>------------------------------------------------------------------------
       inicia-secao-operacoes section.
           display " "
           display ws-rel-titulo-secao
           display ws-rel-colunas-1
           if ws-rel-colunas-2 not = spaces
               display ws-rel-colunas-2
           end-if
           display ws-rel-tracos
           perform inicia-secao-relatorio
           .
       inicia-secao-operacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Emitindo WS-REL-LINHA na tela e no relatorio impresso
      *>------------------------------------------------------------------------
       emite-linha-operacoes section.
           display ws-rel-linha
           perform imprime-linha-relatorio
           .
       emite-linha-operacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais de controle do rodape do relatorio impresso
      *>------------------------------------------------------------------------
       imprime-rodape-relatorio section.
           move "Registros lidos do diario de operacoes" to ws-rlt-rotulo
           move ws-qtd-registros-lidos to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Registros invalidos ignorados" to ws-rlt-rotulo
           move ws-qtd-registros-invalidos to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Registros do movimento do dia" to ws-rlt-rotulo
           move ws-qtd-registros-movimento to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Execucoes no dia" to ws-rlt-rotulo
           move ws-qtd-execucoes to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Concluidas normalmente" to ws-rlt-rotulo
           move ws-qtd-normais to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Concluidas com aviso" to ws-rlt-rotulo
           move ws-qtd-avisos to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Encerradas com falha" to ws-rlt-rotulo
           move ws-qtd-falhas to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Sem registro de fim" to ws-rlt-rotulo
           move ws-qtd-em-aberto to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           if ws-agenda-informada
               move "Programas agendados para o dia" to ws-rlt-rotulo
               move ws-qtd-agendados-dia to ws-rel-qtd-edicao
               move ws-rel-qtd-edicao to ws-rlt-numero
               perform imprime-total-relatorio

               move "Agendados que nao rodaram" to ws-rlt-rotulo
               move ws-qtd-nao-executados to ws-rel-qtd-edicao
               move ws-rel-qtd-edicao to ws-rlt-numero
               perform imprime-total-relatorio

               move "Linhas invalidas da agenda" to ws-rlt-rotulo
               move ws-qtd-agenda-invalidas to ws-rel-qtd-edicao
               move ws-rel-qtd-edicao to ws-rlt-numero
               perform imprime-total-relatorio
           else
               move "Agenda de operacao" to ws-rlt-rotulo
               move "NAO INFORMADA" to ws-rlt-numero
               perform imprime-total-relatorio
           end-if

           move "Registros lidos pelos programas" to ws-rlt-rotulo
           move ws-total-lidos to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Registros gravados pelos programas" to ws-rlt-rotulo
           move ws-total-gravados to ws-rel-qtd-edicao
           move ws-rel-qtd-edicao to ws-rlt-numero
           perform imprime-total-relatorio

           move "Registros rejeitados pelos programas" to ws-rlt-rotulo
           move ws-total-rejeitados to ws-rel-qtd-edicao
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
           move "relatorio_operacoes" to ws-ops-programa
           move "OPERACOES.LOG AGENDAOPERACOES.TXT"
               to ws-ops-arq-entrada
           move spaces to ws-ops-arq-saida
           .
       identifica-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contadores do diario de operacoes: registros do diario e linhas
      *>  da agenda lidos; as linhas de detalhe do relatorio impresso
      *>  contam como registros gravados
      *>------------------------------------------------------------------------
       apura-contadores-operacao section.
           move ws-qtd-registros-lidos to ws-ops-qtd-lidos
           add ws-qtd-linhas-agenda to ws-ops-qtd-lidos
           compute ws-ops-qtd-rejeitados = ws-qtd-registros-invalidos
                   + ws-qtd-agenda-invalidas
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
           exit.
