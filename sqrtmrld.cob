data division.
file section.
fd  backup-file
    record contains 80 characters.
copy "sqrtmbkrec.cpy".

fd  master-file.
