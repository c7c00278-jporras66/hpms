      *            run : pass 1 under the production control files,
      *            pass 2 under the candidates.  the real business
      *            handlers (bizjson / biztext / bizfixed / bizxml /
      *            bizcsv / bizdefault) do the validating -- their rules-file
      *            environment variables are pointed at the right
      *            set before each pass and the handlers are
      *            CANCELed between passes so they reload.  the
      *            table) :
      *              shadow_bizrules   shadow_bizxrules
      *              shadow_fixrules   shadow_transmap
      *              shadow_routerules shadow_csvrules
      * Tectonics: cobc -x -I ../copy shadowrun.cob
      *     Usage: export q_report_date=yyyymmdd for the day to
      *            re-drive ; q_archive_file / q_audit_file are BASE
           copy "fd-archive.cpy".
      *
       fd  audit-file
           record contains 217 characters.
       01  audit-record pic x(217).
      *
      *    TRANSMAP and ROUTRULES are both read through this one
      *    work file, a pass at a time.
       01  w-prod-bizrules     pic x(100) value 'BIZRULES'.
       01  w-prod-bizxrules    pic x(100) value 'BIZXRULES'.
       01  w-prod-fixrules     pic x(100) value 'FIXRULES'.
       01  w-prod-csvrules     pic x(100) value 'CSVRULES'.
       01  w-prod-transmap     pic x(100) value 'TRANSMAP'.
       01  w-prod-routerules   pic x(100) value 'ROUTRULES'.
       01  w-cand-bizrules     pic x(100) value spaces.
       01  w-cand-bizxrules    pic x(100) value spaces.
       01  w-cand-fixrules     pic x(100) value spaces.
       01  w-cand-csvrules     pic x(100) value spaces.
       01  w-cand-transmap     pic x(100) value spaces.
       01  w-cand-routerules   pic x(100) value spaces.
       01  w-env-work          pic x(100).
              not on exception
                 move w-env-work to w-prod-fixrules
           end-accept
           accept w-env-work from environment 'bizcsv_rules'
              not on exception
                 move w-env-work to w-prod-csvrules
           end-accept
           accept w-env-work from environment 'q_transmap_file'
              not on exception
                 move w-env-work to w-prod-transmap
              not on exception
                 move w-env-work to w-cand-fixrules
           end-accept
           move w-prod-csvrules to w-cand-csvrules
           accept w-env-work from environment 'shadow_csvrules'
              not on exception
                 move w-env-work to w-cand-csvrules
           end-accept
           move w-prod-transmap to w-cand-transmap
           accept w-env-work from environment 'shadow_transmap'
              not on exception
           else
              display w-cand-fixrules upon environment-value
           end-if
           display 'bizcsv_rules' upon environment-name
           if w-pass = 1
              display w-prod-csvrules upon environment-value
           else
              display w-cand-csvrules upon environment-value
           end-if
      *
           cancel 'bizjson'
           cancel 'bizxml'
           cancel 'bizfixed'
           cancel 'bizcsv'
           cancel 'biztext'
           cancel 'bizdefault'.
      *
                      by reference w-biz-reply,
                      by reference w-biz-replylen
                 end-call
              when 'text/csv'
                 call 'bizcsv' using
                      by reference ww10-message,
                      by reference w-biz-failed,
                      by reference w-biz-retryable,
                      by reference w-biz-msglen,
                      by reference w-biz-charset,
                      by reference w-biz-category,
                      by reference w-biz-reply,
                      by reference w-biz-replylen
                 end-call
              when other
      *
      *          not on the allow-list : rejected, no handler runs.
