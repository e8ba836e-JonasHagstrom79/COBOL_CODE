      *>----------------------------------------------------------------
      *> PGREQ - request area for POSTGRD, the one path a term grade
      *> takes onto GRADES.DAT. GRADEENT posts the letters keyed from a
      *> grade sheet through it and GRADEBK the letters its gradebook
      *> works out, so both are held to the same checks. Credits of
      *> zero take the catalog's credit hours.
      *>----------------------------------------------------------------
       01 PostGrade.
           02 PgIDNum   pic 9(5).
           02 PgCourse  pic x(6).
           02 PgTerm    pic x(6).
           02 PgLetter  pic x(1).
           02 PgCredits pic 9(2). *>zero = from the catalog
           02 PgResult  pic x(1).
               88 PgPosted     value "P".
               88 PgNoStudent  value "S". *>not on the student master
               88 PgNoCourse   value "C". *>not on the catalog
               88 PgBadLetter  value "L". *>not A, B, C, D or F
               88 PgNoCredits  value "H". *>no credit hours to record
               88 PgDuplicate  value "D". *>already graded that term
               88 PgFileBusy   value "B".
