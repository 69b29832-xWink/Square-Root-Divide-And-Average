copy "sqrtmstrec.cpy".

fd  backup-file
    record contains 80 characters.
copy "sqrtmbkrec.cpy".

fd  report-file.
