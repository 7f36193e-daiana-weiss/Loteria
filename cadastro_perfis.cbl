               organization is line sequential
               file status is ws-perfis-status.

           select arq-calendario assign to "CALENDARIO.TXT"
               organization is line sequential
               file status is ws-calendario-status.

           select arq-operacoes assign to "OPERACOES.LOG"
               organization is line sequential
               file status is ws-operacoes-status.

       i-o-control.

      *>Declaração de variáveis

      *>----Master de perfis de jogo: e deste arquivo que o simulador, a
      *>    analise, o relatorio e a importacao leem os perfis, de modo
      *>    que um jogo novo seja uma mudanca de dados e nao de programa.
      *>    A programacao de sorteios vem depois da quantidade sorteada:
      *>    um S ou N por dia da semana (domingo a sabado) e o concurso
      *>    especial anual (dia e mes DDMM, zero = nenhum) com seu nome;
      *>    uma linha do layout antigo chega com ela em branco
       fd  arq-perfis.
       01 ws-reg-perfil-master.
           05 ws-prf-codigo                  pic 9(01).
           05 ws-prf-num-max                 pic 9(02).
           05 filler                        pic x(01) value spaces.
           05 ws-prf-qtd-sorteio             pic 9(02).
           05 filler                        pic x(01) value spaces.
           05 ws-prf-dias-sorteio            pic x(07).
           05 filler                        pic x(01) value spaces.
           05 ws-prf-especial-ddmm           pic 9(04).
           05 filler                        pic x(01) value spaces.
           05 ws-prf-especial-nome           pic x(20).

      *>----Calendario de feriados e datas sem sorteio: data, perfil
      *>    atingido (zero = todos os perfis) e descricao
       fd  arq-calendario.
       01 ws-reg-calendario.
           05 ws-cal-data                    pic 9(08).
           05 filler                        pic x(01) value spaces.
           05 ws-cal-perfil                  pic 9(01).
           05 filler                        pic x(01) value spaces.
           05 ws-cal-descricao               pic x(30).


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

      *>----Calendario de datas sem sorteio em manutencao, mantido em
      *>    ordem de data
       77 ws-calendario-status                     pic x(02).
       77 ws-fim-calendario                        pic x(01).
           88 ws-calendario-fim                    value "S".
           88 ws-calendario-continua               value "N".
       77 ws-qtd-datas                             pic 9(04) value zero.
       77 ws-datas-limite                          pic 9(04) value 1000.
       77 ws-idx-data                              pic 9(04).
       77 ws-data-achada                           pic 9(04).
       01 ws-tabela-calendario occurs 1000.
           05 ws-tcal-data                         pic 9(08).
           05 ws-tcal-perfil                       pic 9(01).
           05 ws-tcal-descricao                    pic x(30).
       77 ws-calendario-alterado                   pic x(01) value "N".
           88 ws-precisa-gravar-calendario         value "S".
       77 ws-opcao-calendario                      pic x(01).
           88 ws-cal-incluir                       value "I".
           88 ws-cal-excluir                       value "E".
           88 ws-cal-listar                        value "L".
           88 ws-cal-voltar                        value "V".

      *>----Operacao pedida pelo operador
       77 ws-acao                                  pic x(01).
           88 ws-acao-alterar                      value "A".
           88 ws-acao-desativar                    value "D".
           88 ws-acao-reativar                     value "R".
           88 ws-acao-calendario                   value "C".
           88 ws-acao-sair                         value "S".

      *>----Campos do perfil em edicao
       77 ws-edt-num-min                           pic 9(02).
       77 ws-edt-num-max                           pic 9(02).
       77 ws-edt-qtd-sorteio                       pic 9(02).
       77 ws-edt-dias-sorteio                      pic x(07).
       77 ws-edt-especial-ddmm                     pic 9(04).
       77 ws-edt-especial-nome                     pic x(20).
       77 ws-edt-data                              pic 9(08).
       77 ws-edt-perfil-cal                        pic 9(01).
       77 ws-edt-descricao                         pic x(30).
       77 ws-edt-dia                               pic 9(02).
       77 ws-edt-mes                               pic 9(02).
       77 ws-qtd-dias-marcados                     pic 9(01).
       77 ws-data-edicao                           pic 9(08).

      *>----Resultado da validacao do perfil em edicao
       77 ws-edicao-ok                             pic x(01).

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
           perform carrega-calendario.
           perform menu-manutencao.
           perform finaliza.

               move zero to ws-tab-prf-num-min(i)
               move zero to ws-tab-prf-num-max(i)
               move zero to ws-tab-prf-qtd-sorteio(i)
               move spaces to ws-tab-prf-dias-sorteio(i)
               move zero to ws-tab-prf-especial-ddmm(i)
               move spaces to ws-tab-prf-especial-nome(i)
           end-perform

           open input arq-perfis
                                   to ws-tab-prf-num-max(ws-prf-codigo)
                               move ws-prf-qtd-sorteio
                                   to ws-tab-prf-qtd-sorteio(ws-prf-codigo)
                               move ws-prf-codigo to i
                               perform carrega-programacao-sorteios
                           end-if
                   end-read
               end-perform
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
      *>  de sorteio ate o operador informar a programacao em Alterar
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
      *>  Carregando o calendario de datas sem sorteio (feriados e
      *>  suspensoes); arquivo inexistente e um calendario vazio
      *>------------------------------------------------------------------------
       carrega-calendario section.
           move zero to ws-qtd-datas
           open input arq-calendario
           if ws-calendario-status = "35"
               continue
           else
               set ws-calendario-continua to true
               perform until ws-calendario-fim
                   read arq-calendario
                       at end
                           set ws-calendario-fim to true
                       not at end
                           if ws-cal-data is not numeric
                                   or ws-cal-perfil is not numeric
                               add 1 to ws-qtd-linhas-invalidas
                           else
                           if ws-qtd-datas >= ws-datas-limite
                               display "Aviso: CALENDARIO.TXT excede "
                                       ws-datas-limite " datas - restante "
                                       "ignorado."
                               set ws-calendario-fim to true
                           else
                               move ws-cal-data to ws-edt-data
                               move ws-cal-perfil to ws-edt-perfil-cal
                               move ws-cal-descricao to ws-edt-descricao
                               perform insere-data-calendario
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
      *>  Inserindo a data em edicao na tabela do calendario, na sua
      *>  posicao pela ordem de data e perfil
      *>------------------------------------------------------------------------
       insere-data-calendario section.
           move ws-qtd-datas to ws-idx-data
           add 1 to ws-qtd-datas
           perform until ws-idx-data = 0
                   or ws-tcal-data(ws-idx-data) < ws-edt-data
                   or (ws-tcal-data(ws-idx-data) = ws-edt-data
                       and ws-tcal-perfil(ws-idx-data)
                           <= ws-edt-perfil-cal)
               move ws-tabela-calendario(ws-idx-data)
                   to ws-tabela-calendario(ws-idx-data + 1)
               subtract 1 from ws-idx-data
           end-perform
           move ws-edt-data to ws-tcal-data(ws-idx-data + 1)
           move ws-edt-perfil-cal to ws-tcal-perfil(ws-idx-data + 1)
           move ws-edt-descricao to ws-tcal-descricao(ws-idx-data + 1)
           .
       insere-data-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Menu de manutencao: uma operacao por volta, ate o operador sair
      *>------------------------------------------------------------------------
           perform until ws-acao-sair
               display " "
               display "Operacao - (I)ncluir, (A)lterar, (D)esativar, "
                       "(R)eativar, (C)alendario ou (S)air?"
               accept ws-acao

               evaluate true
                       perform desativa-perfil
                   when ws-acao-reativar
                       perform reativa-perfil
                   when ws-acao-calendario
                       perform menu-calendario
                   when ws-acao-sair
                       continue
                   when other
           else
               display "Nenhuma alteracao a gravar."
           end-if

           if ws-precisa-gravar-calendario
               perform grava-calendario
           end-if
           .
       menu-manutencao-exit.
           exit.
       exibe-perfis section.
           display " "
           display "PERFIS DE JOGO CADASTRADOS"
           display "COD SIT NOME                 MIN MAX QTD-SORTEIO "
                   "DSTQQSS ESPECIAL"
           perform varying i from 1 by 1 until i > 9
               if not ws-perfil-vago(i)
                   display "  " i "  " ws-tab-prf-situacao(i) "  "
                           ws-tab-prf-nome(i) "  "
                           ws-tab-prf-num-min(i) "  "
                           ws-tab-prf-num-max(i) "  "
                           ws-tab-prf-qtd-sorteio(i) "          "
                           ws-tab-prf-dias-sorteio(i) " "
                           ws-tab-prf-especial-ddmm(i) " "
                           ws-tab-prf-especial-nome(i)
               end-if
           end-perform
           .
                       to ws-tab-prf-num-max(ws-edt-codigo)
                   move ws-edt-qtd-sorteio
                       to ws-tab-prf-qtd-sorteio(ws-edt-codigo)
                   move ws-edt-dias-sorteio
                       to ws-tab-prf-dias-sorteio(ws-edt-codigo)
                   move ws-edt-especial-ddmm
                       to ws-tab-prf-especial-ddmm(ws-edt-codigo)
                   move ws-edt-especial-nome
                       to ws-tab-prf-especial-nome(ws-edt-codigo)
                   set ws-precisa-gravar to true
                   display "Perfil " ws-edt-codigo " incluido."
                   perform exibe-perfis
                       to ws-tab-prf-num-max(ws-edt-codigo)
                   move ws-edt-qtd-sorteio
                       to ws-tab-prf-qtd-sorteio(ws-edt-codigo)
                   move ws-edt-dias-sorteio
                       to ws-tab-prf-dias-sorteio(ws-edt-codigo)
                   move ws-edt-especial-ddmm
                       to ws-tab-prf-especial-ddmm(ws-edt-codigo)
                   move ws-edt-especial-nome
                       to ws-tab-prf-especial-nome(ws-edt-codigo)
                   set ws-precisa-gravar to true
                   display "Perfil " ws-edt-codigo " alterado."
                   perform exibe-perfis
           accept ws-edt-num-max
           display "Quantidade de dezenas sorteadas (01 a 15):"
           accept ws-edt-qtd-sorteio
           display "Dias de sorteio, S ou N de domingo a sabado (DSTQQSS):"
           accept ws-edt-dias-sorteio
           display "Concurso especial anual - dia e mes DDMM (0000 = "
                   "nenhum):"
           accept ws-edt-especial-ddmm
           move spaces to ws-edt-especial-nome
           if ws-edt-especial-ddmm not = zero
               display "Nome do concurso especial:"
               accept ws-edt-especial-nome
           end-if

           if ws-edt-nome = spaces
               display "Nome do jogo nao pode ficar em branco."
               set ws-edicao-invalida to true
           end-if

           move zero to ws-qtd-dias-marcados
           perform varying j from 1 by 1 until j > 7
               evaluate ws-edt-dias-sorteio(j:1)
                   when "S"
                       add 1 to ws-qtd-dias-marcados
                   when "N"
                       continue
                   when other
                       move 9 to ws-qtd-dias-marcados
               end-evaluate
           end-perform
           if ws-qtd-dias-marcados > 7
               display "Dias de sorteio invalidos: informe S ou N para "
                       "cada dia, de domingo a sabado."
               set ws-edicao-invalida to true
           end-if

      *>----29/02 nao existe todo ano e nao serve de concurso anual
           if ws-edt-especial-ddmm not = zero
               divide ws-edt-especial-ddmm by 100 giving ws-edt-dia
                   remainder ws-edt-mes
               compute ws-data-edicao = 20010000 + ws-edt-mes * 100
                                      + ws-edt-dia
               if function test-date-yyyymmdd(ws-data-edicao) not = 0
                   display "Data do concurso especial invalida: "
                           ws-edt-especial-ddmm
                   set ws-edicao-invalida to true
               else
               if ws-edt-especial-nome = spaces
                   display "Nome do concurso especial nao pode ficar em "
                           "branco."
                   set ws-edicao-invalida to true
               end-if
               end-if
           end-if

           if ws-edicao-valida and ws-qtd-dias-marcados = 0
                   and ws-edt-especial-ddmm = zero
               display "Aviso: perfil sem dias de sorteio - as projecoes "
                       "de calendario ficam indisponiveis para ele."
           end-if

           if ws-edicao-invalida
               display "Dados do perfil rejeitados - nada foi alterado."
           end-if
               display "Erro ao abrir PERFIS.TXT para gravacao - file "
                       "status " ws-perfis-status
               move 8 to return-code
               move "ERRO AO ABRIR PERFIS.TXT PARA GRAVACAO"
                   to ws-ops-motivo
           else
               perform varying i from 1 by 1 until i > 9
                   if not ws-perfil-vago(i)
                       move ws-tab-prf-num-max(i) to ws-prf-num-max
                       move ws-tab-prf-qtd-sorteio(i)
                           to ws-prf-qtd-sorteio
                       move ws-tab-prf-dias-sorteio(i)
                           to ws-prf-dias-sorteio
                       move ws-tab-prf-especial-ddmm(i)
                           to ws-prf-especial-ddmm
                       move ws-tab-prf-especial-nome(i)
                           to ws-prf-especial-nome

                       write ws-reg-perfil-master
                       if ws-perfis-status not = "00"
                           display "Erro ao gravar PERFIS.TXT - file "
                                   "status " ws-perfis-status
                           move 8 to return-code
                           move "ERRO AO GRAVAR PERFIS.TXT"
                               to ws-ops-motivo
                       else
                           add 1 to ws-ops-qtd-gravados
                       end-if
                   end-if
               end-perform
       grava-perfis-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Menu do calendario de datas sem sorteio
      *>------------------------------------------------------------------------
       menu-calendario section.
           perform exibe-calendario

           set ws-cal-listar to true
           perform until ws-cal-voltar
               display " "
               display "Calendario - (I)ncluir data, (E)xcluir data, "
                       "(L)istar ou (V)oltar?"
               accept ws-opcao-calendario

               evaluate true
                   when ws-cal-incluir
                       perform inclui-data-calendario
                   when ws-cal-excluir
                       perform exclui-data-calendario
                   when ws-cal-listar
                       perform exibe-calendario
                   when ws-cal-voltar
                       continue
                   when other
                       display "Operacao invalida: " ws-opcao-calendario
               end-evaluate
           end-perform
           .
       menu-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibindo as datas sem sorteio cadastradas
      *>------------------------------------------------------------------------
       exibe-calendario section.
           display " "
           display "DATAS SEM SORTEIO (PERFIL 0 = TODOS)"
           display "DATA     PERFIL DESCRICAO"
           if ws-qtd-datas = 0
               display "Nenhuma data cadastrada."
           end-if
           perform varying ws-idx-data from 1 by 1
                   until ws-idx-data > ws-qtd-datas
               display ws-tcal-data(ws-idx-data) "   "
                       ws-tcal-perfil(ws-idx-data) "    "
                       ws-tcal-descricao(ws-idx-data)
           end-perform
           .
       exibe-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Incluindo uma data sem sorteio, para um perfil ou para todos
      *>------------------------------------------------------------------------
       inclui-data-calendario section.
           display "Data sem sorteio (AAAAMMDD):"
           accept ws-edt-data
           display "Perfil atingido (1 a 9, 0 = todos):"
           accept ws-edt-perfil-cal
           display "Descricao:"
           accept ws-edt-descricao

           perform localiza-data-calendario

           if function test-date-yyyymmdd(ws-edt-data) not = 0
               display "Data invalida: " ws-edt-data
           else
           if ws-edt-perfil-cal not = 0
                   and ws-perfil-vago(ws-edt-perfil-cal)
               display "Perfil " ws-edt-perfil-cal " nao cadastrado."
           else
           if ws-data-achada not = 0
               display "Data " ws-edt-data " ja cadastrada para o perfil "
                       ws-edt-perfil-cal "."
           else
           if ws-qtd-datas >= ws-datas-limite
               display "Calendario cheio: limite de " ws-datas-limite
                       " datas."
           else
               perform insere-data-calendario
               set ws-precisa-gravar-calendario to true
               display "Data " ws-edt-data " incluida."
           end-if
           end-if
           end-if
           end-if
           .
       inclui-data-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Excluindo uma data sem sorteio
      *>------------------------------------------------------------------------
       exclui-data-calendario section.
           display "Data a excluir (AAAAMMDD):"
           accept ws-edt-data
           display "Perfil da data (1 a 9, 0 = todos):"
           accept ws-edt-perfil-cal

           perform localiza-data-calendario

           if ws-data-achada = 0
               display "Data " ws-edt-data " nao cadastrada para o perfil "
                       ws-edt-perfil-cal "."
           else
               perform varying ws-idx-data from ws-data-achada by 1
                       until ws-idx-data >= ws-qtd-datas
                   move ws-tabela-calendario(ws-idx-data + 1)
                       to ws-tabela-calendario(ws-idx-data)
               end-perform
               subtract 1 from ws-qtd-datas
               set ws-precisa-gravar-calendario to true
               display "Data " ws-edt-data " excluida."
           end-if
           .
       exclui-data-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localizando a data e perfil em edicao na tabela do calendario
      *>------------------------------------------------------------------------
       localiza-data-calendario section.
           move zero to ws-data-achada
           perform varying ws-idx-data from 1 by 1
                   until ws-idx-data > ws-qtd-datas
                      or ws-data-achada not = 0
               if ws-tcal-data(ws-idx-data) = ws-edt-data
                       and ws-tcal-perfil(ws-idx-data) = ws-edt-perfil-cal
                   move ws-idx-data to ws-data-achada
               end-if
           end-perform
           .
       localiza-data-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regravando o calendario inteiro a partir da tabela
      *>------------------------------------------------------------------------
       grava-calendario section.
           open output arq-calendario
           if ws-calendario-status not = "00"
               display "Erro ao abrir CALENDARIO.TXT para gravacao - file "
                       "status " ws-calendario-status
               move 8 to return-code
               move "ERRO AO ABRIR CALENDARIO.TXT PARA GRAVACAO"
                   to ws-ops-motivo
           else
               perform varying ws-idx-data from 1 by 1
                       until ws-idx-data > ws-qtd-datas
                   move spaces to ws-reg-calendario
                   move ws-tcal-data(ws-idx-data) to ws-cal-data
                   move ws-tcal-perfil(ws-idx-data) to ws-cal-perfil
                   move ws-tcal-descricao(ws-idx-data)
                       to ws-cal-descricao

                   write ws-reg-calendario
                   if ws-calendario-status not = "00"
                       display "Erro ao gravar CALENDARIO.TXT - file "
                               "status " ws-calendario-status
                       move 8 to return-code
                       move "ERRO AO GRAVAR CALENDARIO.TXT"
                           to ws-ops-motivo
                   else
                       add 1 to ws-ops-qtd-gravados
                   end-if
               end-perform
               close arq-calendario
               display "CALENDARIO.TXT gravado."
           end-if
           .
       grava-calendario-exit.
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
           move "cadastro_perfis" to ws-ops-programa
           move "PERFIS.TXT CALENDARIO.TXT" to ws-ops-arq-entrada
           move "PERFIS.TXT CALENDARIO.TXT" to ws-ops-arq-saida
           .
       identifica-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contadores do diario de operacoes: perfis e datas lidos (os
      *>  invalidos sao rejeitados); os gravados sao contados na gravacao
      *>------------------------------------------------------------------------
       apura-contadores-operacao section.
           compute ws-ops-qtd-lidos = ws-qtd-perfis-lidos
                   + ws-qtd-linhas-invalidas
           move ws-qtd-linhas-invalidas to ws-ops-qtd-rejeitados
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
