           exec sql
               insert into dbo.sp_audit_log_archive
                   (caller_name, environment_name, method_name,
                    event_timestamp, return_value, audit_detail)
               select caller_name, environment_name, method_name,
                      event_timestamp, return_value, audit_detail
                 from dbo.sp_audit_log
                where event_timestamp < :ws-cutoff-date
           end-exec
