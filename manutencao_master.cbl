      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "manutencao_master".
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
           select arq-master assign to "RESULTADOSMASTER.DAT"
               organization is indexed
               access mode is dynamic
               record key is ws-res-chave
               file status is ws-master-status.

           select arq-diario assign to "MANUTMASTER.LOG"
               organization is line sequential
               file status is ws-diario-status.

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
       fd  arq-master.
       01 ws-reg-resultado-master.
           05 ws-res-chave.
               10 ws-res-perfil              pic 9(01).
               10 ws-res-concurso            pic 9(05).
           05 ws-res-data                    pic 9(08).
           05 ws-res-qtd-sorteio             pic 9(02).
           05 ws-res-dezenas.
               10 ws-res-dezena occurs 15    pic 9(02).

      *>----Diario das manutencoes do master: um registro por alteracao,
      *>    com sequencia, data e hora, operador, operacao (C = correcao,
      *>    E = exclusao, I = inclusao, V = reversao de uma manutencao
      *>    anterior), motivo e as imagens do registro antes e depois
      *>    (em branco quando o registro nao existia)
       fd  arq-diario.
       01 ws-reg-diario.
           05 ws-dia-seq                     pic 9(06).
           05 filler                        pic x(01) value spaces.
           05 ws-dia-data                    pic 9(08).
           05 filler                        pic x(01) value spaces.
           05 ws-dia-hora                    pic 9(06).
           05 filler                        pic x(01) value spaces.
           05 ws-dia-operador                pic x(20).
           05 filler                        pic x(01) value spaces.
           05 ws-dia-operacao                pic x(01).
           05 filler                        pic x(01) value spaces.
           05 ws-dia-seq-revertida           pic 9(06).
           05 filler                        pic x(01) value spaces.
           05 ws-dia-perfil                  pic 9(01).
           05 filler                        pic x(01) value spaces.
           05 ws-dia-concurso                pic 9(05).
           05 filler                        pic x(01) value spaces.
           05 ws-dia-motivo                  pic x(60).
           05 filler                        pic x(01) value spaces.
           05 ws-dia-imagem-antes            pic x(46).
           05 filler                        pic x(01) value spaces.
           05 ws-dia-imagem-depois           pic x(46).

      *>----Master de perfis de jogo mantido por cadastro_perfis
       fd  arq-perfis.
       01 ws-reg-perfil-master.
           05 ws-prf-codigo                  pic 9(01).
           05 filler                        pic x(01) value spaces.
           05 ws-prf-situacao                pic x(01).
           05 filler                        pic x(01) value spaces.
           05 ws-prf-nome                    pic x(20).
           05 filler                        pic x(01) value spaces.
           05 ws-prf-num-min                 pic 9(02).
           05 filler                        pic x(01) value spaces.
           05 ws-prf-num-max                 pic 9(02).
           05 filler                        pic x(01) value spaces.
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

      *>----Status dos arquivos
       77 ws-master-status                         pic x(02).
       77 ws-diario-status                         pic x(02).

      *>----Tabela de perfis carregada de PERFIS.TXT, indexada pelo
      *>    proprio codigo; situacao em branco = codigo nao cadastrado.
      *>    Um perfil desativado segue valendo para manter o historico
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

      *>----Controle de fim de arquivo nas varreduras do diario
       77 ws-fim-arquivo                           pic x(01).
           88 ws-arquivo-fim                       value "S".
           88 ws-arquivo-continua                  value "N".

      *>----Operador da sessao e operacao pedida
       77 ws-operador                              pic x(20).
       77 ws-acao                                  pic x(01).
           88 ws-acao-corrigir                     value "C".
           88 ws-acao-excluir                      value "E".
           88 ws-acao-incluir                      value "I".
           88 ws-acao-reverter                     value "R".
           88 ws-acao-sair                         value "S".
       77 ws-confirmacao                           pic x(01).
           88 ws-confirmado                        value "S" "s".

      *>----Chave, motivo e campos do concurso em edicao
       77 ws-edt-perfil                            pic 9(01).
       77 ws-edt-concurso                          pic 9(05).
       77 ws-edt-data                              pic 9(08).
       77 ws-edt-motivo                            pic x(60).
       01 ws-edt-dezenas occurs 15                 pic 9(02).
       77 ws-edicao-ok                             pic x(01).
           88 ws-edicao-valida                     value "S".
           88 ws-edicao-invalida                   value "N".

      *>----Imagens do registro antes e depois da manutencao
       77 ws-imagem-antes                          pic x(46).
       77 ws-imagem-depois                         pic x(46).

      *>----Sequencia do diario e manutencao localizada para reversao
       77 ws-ultima-seq                            pic 9(06) value zero.
       77 ws-seq-a-reverter                        pic 9(06).
       77 ws-seq-revertida-lida                    pic 9(06).
       77 ws-manutencao-achada                     pic x(01).
           88 ws-manutencao-localizada             value "S".
           88 ws-manutencao-nao-localizada         value "N".
       77 ws-ja-revertida                          pic x(01).
           88 ws-manutencao-ja-revertida           value "S".
           88 ws-manutencao-pendente               value "N".
       77 ws-rev-operacao                          pic x(01).
       77 ws-rev-perfil                            pic 9(01).
       77 ws-rev-concurso                          pic 9(05).
       77 ws-rev-imagem-antes                      pic x(46).
       77 ws-rev-imagem-depois                     pic x(46).

      *>----Contadores do resumo
       77 ws-qtd-correcoes                         pic 9(04) value zero.
       77 ws-qtd-exclusoes                         pic 9(04) value zero.
       77 ws-qtd-inclusoes                         pic 9(04) value zero.
       77 ws-qtd-reversoes                         pic 9(04) value zero.

      *>----Variaveis de edicao
       77 ws-num-edicao                            pic zz9.
       77 ws-linha-dezenas                         pic x(60).
       77 ws-ptr                                   pic 9(04).
       77 ws-data-edicao                           pic 9(08).
       77 ws-hora-agora                            pic 9(08).

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
           perform apura-ultima-sequencia.
           perform abre-master.
           perform recebe-operador.
           perform menu-manutencao.
           perform exibe-resumo.
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
      *>  Apurando a ultima sequencia gravada no diario, para numerar as
      *>  manutencoes desta sessao em continuacao
      *>------------------------------------------------------------------------
       apura-ultima-sequencia section.
           open input arq-diario
           if ws-diario-status not = "35"
               set ws-arquivo-continua to true
               perform until ws-arquivo-fim
                   read arq-diario
                       at end
                           set ws-arquivo-fim to true
                       not at end
                           if ws-dia-seq numeric
                                   and ws-dia-seq > ws-ultima-seq
                               move ws-dia-seq to ws-ultima-seq
                           end-if
                   end-read
               end-perform
               close arq-diario
           end-if
           .
       apura-ultima-sequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abrindo o master em i-o: toda manutencao le pela chave e
      *>  regrava no mesmo arquivo aberto
      *>------------------------------------------------------------------------
       abre-master section.
           open i-o arq-master
           if ws-master-status = "35"
               display "Nenhum RESULTADOSMASTER.DAT encontrado - nada a "
                       "manter."
               move 8 to return-code
               move "RESULTADOSMASTER.DAT NAO ENCONTRADO"
                   to ws-ops-motivo
               perform finaliza
           end-if

           if ws-master-status not = "00"
               display "Erro ao abrir RESULTADOSMASTER.DAT - file status "
                       ws-master-status
               move 8 to return-code
               move "ERRO AO ABRIR RESULTADOSMASTER.DAT"
                   to ws-ops-motivo
               perform finaliza
           end-if
           .
       abre-master-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Identificando o operador: toda manutencao fica em seu nome
      *>------------------------------------------------------------------------
       recebe-operador section.
           display "Operador responsavel pela manutencao:"
           accept ws-operador
           if ws-operador = spaces
               display "Operador nao informado - manutencao cancelada."
               close arq-master
               move 8 to return-code
               move "OPERADOR NAO INFORMADO" to ws-ops-motivo
               perform finaliza
           end-if
           .
       recebe-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Menu de manutencao: uma operacao por volta, ate o operador sair
      *>------------------------------------------------------------------------
       menu-manutencao section.
           set ws-acao-corrigir to true
           perform until ws-acao-sair
               display " "
               display "Operacao - (C)orrigir, (E)xcluir, (I)ncluir, "
                       "(R)everter manutencao ou (S)air?"
               accept ws-acao

               evaluate true
                   when ws-acao-corrigir
                       perform corrige-concurso
                   when ws-acao-excluir
                       perform exclui-concurso
                   when ws-acao-incluir
                       perform inclui-concurso
                   when ws-acao-reverter
                       perform reverte-manutencao
                   when ws-acao-sair
                       continue
                   when other
                       display "Operacao invalida: " ws-acao
               end-evaluate
           end-perform

           close arq-master
           .
       menu-manutencao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recebendo a chave perfil + concurso da manutencao
      *>------------------------------------------------------------------------
       recebe-chave section.
           set ws-edicao-valida to true
           display "Codigo do perfil do jogo:"
           accept ws-edt-perfil
           display "Numero do concurso:"
           accept ws-edt-concurso

           if ws-edt-perfil < 1 or ws-perfil-vago(ws-edt-perfil)
               display "Perfil " ws-edt-perfil " nao cadastrado em "
                       "PERFIS.TXT."
               set ws-edicao-invalida to true
           end-if

           if ws-edt-concurso = 0
               display "Numero de concurso invalido."
               set ws-edicao-invalida to true
           end-if
           .
       recebe-chave-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recebendo o motivo da manutencao, obrigatorio no diario
      *>------------------------------------------------------------------------
       recebe-motivo section.
           display "Motivo da manutencao:"
           accept ws-edt-motivo
           if ws-edt-motivo = spaces
               display "Motivo nao informado - nada foi alterado."
               set ws-edicao-invalida to true
           end-if
           .
       recebe-motivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Corrigindo a data e/ou as dezenas de um concurso do master
      *>------------------------------------------------------------------------
       corrige-concurso section.
           perform recebe-chave
           if ws-edicao-valida
               move ws-edt-perfil   to ws-res-perfil
               move ws-edt-concurso to ws-res-concurso
               read arq-master
                   invalid key
                       display "Concurso " ws-edt-concurso " do perfil "
                               ws-edt-perfil " nao encontrado no master."
                       set ws-edicao-invalida to true
               end-read
           end-if

           if ws-edicao-valida
               perform exibe-concurso
               move ws-reg-resultado-master to ws-imagem-antes

               display "Nova data AAAAMMDD (0 = manter):"
               accept ws-edt-data
               if ws-edt-data = 0
                   move ws-res-data to ws-edt-data
               end-if

               perform varying i from 1 by 1 until i > 15
                   move ws-res-dezena(i) to ws-edt-dezenas(i)
               end-perform
               display "Corrigir as dezenas? (S/N)"
               accept ws-confirmacao
               if ws-confirmado
                   perform recebe-dezenas
               end-if

               perform valida-concurso-editado
           end-if

           if ws-edicao-valida
               perform recebe-motivo
           end-if

           if ws-edicao-valida
               move ws-edt-data to ws-res-data
               perform varying i from 1 by 1 until i > 15
                   move ws-edt-dezenas(i) to ws-res-dezena(i)
               end-perform
               move ws-reg-resultado-master to ws-imagem-depois

               if ws-imagem-depois = ws-imagem-antes
                   display "Nada mudou no concurso - nada foi gravado."
               else
                   rewrite ws-reg-resultado-master
                       invalid key
                           display "Erro ao regravar o concurso - file "
                                   "status " ws-master-status
                           move 8 to return-code
                           move "ERRO AO REGRAVAR CONCURSO NO MASTER"
                               to ws-ops-motivo
                       not invalid key
                           move "C" to ws-dia-operacao
                           move zero to ws-dia-seq-revertida
                           perform grava-diario
                           add 1 to ws-qtd-correcoes
                           display "Concurso corrigido."
                           perform exibe-concurso
                   end-rewrite
               end-if
           end-if
           .
       corrige-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Excluindo um concurso do master (por exemplo, carregado sob o
      *>  perfil errado), com confirmacao
      *>------------------------------------------------------------------------
       exclui-concurso section.
           perform recebe-chave
           if ws-edicao-valida
               move ws-edt-perfil   to ws-res-perfil
               move ws-edt-concurso to ws-res-concurso
               read arq-master
                   invalid key
                       display "Concurso " ws-edt-concurso " do perfil "
                               ws-edt-perfil " nao encontrado no master."
                       set ws-edicao-invalida to true
               end-read
           end-if

           if ws-edicao-valida
               perform exibe-concurso
               move ws-reg-resultado-master to ws-imagem-antes
               move spaces to ws-imagem-depois
               display "Confirma a exclusao do concurso? (S/N)"
               accept ws-confirmacao
               if not ws-confirmado
                   display "Exclusao cancelada."
                   set ws-edicao-invalida to true
               end-if
           end-if

           if ws-edicao-valida
               perform recebe-motivo
           end-if

           if ws-edicao-valida
               delete arq-master record
                   invalid key
                       display "Erro ao excluir o concurso - file "
                               "status " ws-master-status
                       move 8 to return-code
                       move "ERRO AO EXCLUIR CONCURSO DO MASTER"
                           to ws-ops-motivo
                   not invalid key
                       move "E" to ws-dia-operacao
                       move zero to ws-dia-seq-revertida
                       perform grava-diario
                       add 1 to ws-qtd-exclusoes
                       display "Concurso excluido."
               end-delete
           end-if
           .
       exclui-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Incluindo (reinserindo) um concurso ausente do master
      *>------------------------------------------------------------------------
       inclui-concurso section.
           perform recebe-chave
           if ws-edicao-valida
               move ws-edt-perfil   to ws-res-perfil
               move ws-edt-concurso to ws-res-concurso
               read arq-master
                   invalid key
                       continue
                   not invalid key
                       display "Concurso " ws-edt-concurso " do perfil "
                               ws-edt-perfil " ja existe no master - "
                               "use Corrigir."
                       set ws-edicao-invalida to true
               end-read
           end-if

           if ws-edicao-valida
               display "Data do concurso AAAAMMDD:"
               accept ws-edt-data
               perform varying i from 1 by 1 until i > 15
                   move zero to ws-edt-dezenas(i)
               end-perform
               perform recebe-dezenas
               perform valida-concurso-editado
           end-if

           if ws-edicao-valida
               perform recebe-motivo
           end-if

           if ws-edicao-valida
               move spaces to ws-imagem-antes
               move ws-edt-perfil   to ws-res-perfil
               move ws-edt-concurso to ws-res-concurso
               move ws-edt-data to ws-res-data
               move ws-tab-prf-qtd-sorteio(ws-edt-perfil)
                   to ws-res-qtd-sorteio
               perform varying i from 1 by 1 until i > 15
                   move ws-edt-dezenas(i) to ws-res-dezena(i)
               end-perform
               move ws-reg-resultado-master to ws-imagem-depois

               write ws-reg-resultado-master
                   invalid key
                       display "Erro ao incluir o concurso - file "
                               "status " ws-master-status
                       move 8 to return-code
                       move "ERRO AO INCLUIR CONCURSO NO MASTER"
                           to ws-ops-motivo
                   not invalid key
                       move "I" to ws-dia-operacao
                       move zero to ws-dia-seq-revertida
                       perform grava-diario
                       add 1 to ws-qtd-inclusoes
                       display "Concurso incluido."
                       perform exibe-concurso
               end-write
           end-if
           .
       inclui-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recebendo as dezenas do concurso, na quantidade sorteada pelo
      *>  perfil
      *>------------------------------------------------------------------------
       recebe-dezenas section.
           perform varying i from 1 by 1
                   until i > ws-tab-prf-qtd-sorteio(ws-edt-perfil)
               display "Dezena " i ":"
               accept ws-edt-dezenas(i)
           end-perform
           perform varying i from i by 1 until i > 15
               move zero to ws-edt-dezenas(i)
           end-perform
           .
       recebe-dezenas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Validando o concurso editado como a importacao valida: data,
      *>  dezenas no intervalo do perfil e sem repeticao
      *>------------------------------------------------------------------------
       valida-concurso-editado section.
           if ws-edt-data < 19000101 or ws-edt-data > 99991231
               display "Data do concurso invalida."
               set ws-edicao-invalida to true
           end-if

           perform varying i from 1 by 1
                   until i > ws-tab-prf-qtd-sorteio(ws-edt-perfil)
                          or ws-edicao-invalida
               if ws-edt-dezenas(i) < ws-tab-prf-num-min(ws-edt-perfil)
                       or ws-edt-dezenas(i)
                          > ws-tab-prf-num-max(ws-edt-perfil)
                   display "Dezena " ws-edt-dezenas(i) " fora do "
                           "intervalo do perfil."
                   set ws-edicao-invalida to true
               end-if
               perform varying j from 1 by 1
                       until j >= i or ws-edicao-invalida
                   if ws-edt-dezenas(j) = ws-edt-dezenas(i)
                       display "Dezena " ws-edt-dezenas(i)
                               " repetida no concurso."
                       set ws-edicao-invalida to true
                   end-if
               end-perform
           end-perform

           if ws-edicao-invalida
               display "Dados do concurso rejeitados - nada foi "
                       "alterado."
           end-if
           .
       valida-concurso-editado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Revertendo uma manutencao anterior pelo numero de sequencia do
      *>  diario: o master volta a imagem de antes. So reverte se o
      *>  registro ainda estiver como a manutencao o deixou, e cada
      *>  manutencao so pode ser revertida uma vez
      *>------------------------------------------------------------------------
       reverte-manutencao section.
           set ws-edicao-valida to true
           display "Sequencia do diario a reverter:"
           accept ws-seq-a-reverter

           perform localiza-manutencao
           if ws-manutencao-nao-localizada
               display "Sequencia " ws-seq-a-reverter " nao encontrada no "
                       "diario."
               set ws-edicao-invalida to true
           else
           if ws-manutencao-ja-revertida
               display "Sequencia " ws-seq-a-reverter " ja foi revertida."
               set ws-edicao-invalida to true
           else
           if ws-rev-operacao = "V"
               display "Sequencia " ws-seq-a-reverter " e uma reversao - "
                       "faca a manutencao de novo."
               set ws-edicao-invalida to true
           end-if
           end-if
           end-if

      *>       o registro atual tem de ser a imagem de depois da
      *>       manutencao; se mudou depois dela, a reversao o perderia
           if ws-edicao-valida
               move ws-rev-perfil   to ws-res-perfil
               move ws-rev-concurso to ws-res-concurso
               read arq-master
                   invalid key
                       move spaces to ws-imagem-antes
                   not invalid key
                       move ws-reg-resultado-master to ws-imagem-antes
               end-read
               if ws-imagem-antes not = ws-rev-imagem-depois
                   display "O concurso mudou depois da sequencia "
                           ws-seq-a-reverter " - reverta antes as "
                           "manutencoes mais recentes."
                   set ws-edicao-invalida to true
               end-if
           end-if

           if ws-edicao-valida
               display "Confirma a reversao da sequencia "
                       ws-seq-a-reverter "? (S/N)"
               accept ws-confirmacao
               if not ws-confirmado
                   display "Reversao cancelada."
                   set ws-edicao-invalida to true
               end-if
           end-if

           if ws-edicao-valida
               perform recebe-motivo
           end-if

           if ws-edicao-valida
               move ws-rev-imagem-antes to ws-imagem-depois
               evaluate ws-rev-operacao
                   when "C"
                       move ws-rev-imagem-antes
                           to ws-reg-resultado-master
                       rewrite ws-reg-resultado-master
                           invalid key
                               set ws-edicao-invalida to true
                       end-rewrite
                   when "E"
                       move ws-rev-imagem-antes
                           to ws-reg-resultado-master
                       write ws-reg-resultado-master
                           invalid key
                               set ws-edicao-invalida to true
                       end-write
                   when "I"
                       delete arq-master record
                           invalid key
                               set ws-edicao-invalida to true
                       end-delete
               end-evaluate

               if ws-edicao-invalida
                   display "Erro ao reverter o concurso - file status "
                           ws-master-status
                   move 8 to return-code
                   move "ERRO AO REVERTER CONCURSO NO MASTER"
                       to ws-ops-motivo
               else
                   move ws-rev-perfil   to ws-edt-perfil
                   move ws-rev-concurso to ws-edt-concurso
                   move "V" to ws-dia-operacao
                   move ws-seq-a-reverter to ws-dia-seq-revertida
                   perform grava-diario
                   add 1 to ws-qtd-reversoes
                   display "Sequencia " ws-seq-a-reverter " revertida."
               end-if
           end-if
           .
       reverte-manutencao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localizando no diario a manutencao a reverter e verificando se
      *>  alguma reversao posterior ja a desfez
      *>------------------------------------------------------------------------
       localiza-manutencao section.
           set ws-manutencao-nao-localizada to true
           set ws-manutencao-pendente to true

           open input arq-diario
           if ws-diario-status not = "35"
               set ws-arquivo-continua to true
               perform until ws-arquivo-fim
                   read arq-diario
                       at end
                           set ws-arquivo-fim to true
                       not at end
                           if ws-dia-seq = ws-seq-a-reverter
                               set ws-manutencao-localizada to true
                               move ws-dia-operacao to ws-rev-operacao
                               move ws-dia-perfil to ws-rev-perfil
                               move ws-dia-concurso to ws-rev-concurso
                               move ws-dia-imagem-antes
                                   to ws-rev-imagem-antes
                               move ws-dia-imagem-depois
                                   to ws-rev-imagem-depois
                           end-if
                           if ws-dia-operacao = "V"
                               move ws-dia-seq-revertida
                                   to ws-seq-revertida-lida
                               if ws-seq-revertida-lida
                                       = ws-seq-a-reverter
                                   set ws-manutencao-ja-revertida
                                       to true
                               end-if
                           end-if
                   end-read
               end-perform
               close arq-diario
           end-if
           .
       localiza-manutencao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acrescentando ao diario o registro da manutencao: a operacao, a
      *>  chave e as imagens ja vem preenchidas por quem chama
      *>------------------------------------------------------------------------
       grava-diario section.
           add 1 to ws-ultima-seq
           move ws-dia-operacao to ws-rev-operacao
           move ws-dia-seq-revertida to ws-seq-revertida-lida

           move spaces to ws-reg-diario
           move ws-ultima-seq to ws-dia-seq
           accept ws-dia-data from date yyyymmdd
           accept ws-hora-agora from time
           move ws-hora-agora(1:6) to ws-dia-hora
           move ws-operador to ws-dia-operador
           move ws-rev-operacao to ws-dia-operacao
           move ws-seq-revertida-lida to ws-dia-seq-revertida
           move ws-edt-perfil to ws-dia-perfil
           move ws-edt-concurso to ws-dia-concurso
           move ws-edt-motivo to ws-dia-motivo
           move ws-imagem-antes to ws-dia-imagem-antes
           move ws-imagem-depois to ws-dia-imagem-depois

           open extend arq-diario
           if ws-diario-status = "35"
               open output arq-diario
           end-if

           write ws-reg-diario
           if ws-diario-status not = "00"
               display "Erro ao gravar MANUTMASTER.LOG - file status "
                       ws-diario-status
               move 8 to return-code
               move "ERRO AO GRAVAR MANUTMASTER.LOG" to ws-ops-motivo
           else
               display "Manutencao registrada no diario sob a sequencia "
                       ws-ultima-seq "."
           end-if

           close arq-diario
           .
       grava-diario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibindo o concurso corrente do master
      *>------------------------------------------------------------------------
       exibe-concurso section.
           move ws-res-data to ws-data-edicao

           move spaces to ws-linha-dezenas
           move 1 to ws-ptr
           perform varying i from 1 by 1
                   until i > ws-res-qtd-sorteio or i > 15
               move ws-res-dezena(i) to ws-num-edicao
               string ws-num-edicao delimited by size
                      " "           delimited by size
                      into ws-linha-dezenas
                      with pointer ws-ptr
               end-string
           end-perform

           display "Concurso " ws-res-concurso " do perfil "
                   ws-res-perfil " em "
                   ws-data-edicao(1:4) "-"
                   ws-data-edicao(5:2) "-"
                   ws-data-edicao(7:2) ":"
           display "  Dezenas sorteadas: " ws-linha-dezenas
           .
       exibe-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibindo o resumo da sessao de manutencao
      *>------------------------------------------------------------------------
       exibe-resumo section.
           display " "
           display "Manutencao do master encerrada:"
           display "  Correcoes  : " ws-qtd-correcoes
           display "  Exclusoes  : " ws-qtd-exclusoes
           display "  Inclusoes  : " ws-qtd-inclusoes
           display "  Reversoes  : " ws-qtd-reversoes
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
           move "manutencao_master" to ws-ops-programa
           move "PERFIS.TXT RESULTADOSMASTER.DAT MANUTMASTER.LOG"
               to ws-ops-arq-entrada
           move "RESULTADOSMASTER.DAT MANUTMASTER.LOG"
               to ws-ops-arq-saida
           .
       identifica-operacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contadores do diario de operacoes: concursos alterados no
      *>  master; o registro de fim leva o operador informado na tela
      *>------------------------------------------------------------------------
       apura-contadores-operacao section.
           if ws-operador not = spaces
               move ws-operador to ws-ops-operador
           end-if
           compute ws-ops-qtd-gravados = ws-qtd-correcoes
                   + ws-qtd-exclusoes
                   + ws-qtd-inclusoes
                   + ws-qtd-reversoes
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
